       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKLOAD.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: carga do extrato          *
      *              bancario. Le o arquivo do banco BANKIN        *
      *              (EXTBANCO.CPY, formato fixo) para a conta     *
      *              caixa/bancos, empresa e moeda do cartao       *
      *              BNKPARM (moeda em branco = BRL), valida cada  *
      *              linha (data, sentido C/D, valor numerico e    *
      *              maior que zero) e acrescenta as aceitas ao    *
      *              mestre EXTRATO (EXTRATO.CPY) com sequencia    *
      *              propria e a data da carga. Linha identica a   *
      *              uma ja carregada para a conta/empresa (data,  *
      *              sentido, valor, referencia e historico) e     *
      *              pulada, uma para uma, para a recarga do mesmo *
      *              arquivo nao duplicar o extrato sem perder     *
      *              lancamentos iguais legitimos. Linha recusada  *
      *              ou repetida sai no console e termina com      *
      *              RETURN-CODE 4.                                *
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
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "BNKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT BANCO-IN-FILE ASSIGN TO "BANKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BANKIN.
           SELECT EXTRATO-FILE ASSIGN TO "EXTRATO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATO.
           SELECT PLANO-CONTAS-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANO.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-NUMERO-CONTA        PIC 9(08).
           05 PA-COMPANY-CODE        PIC X(03).
           05 PA-CURRENCY-CODE       PIC X(03).
       FD  BANCO-IN-FILE.
           COPY EXTBANCO.
       FD  EXTRATO-FILE.
           COPY EXTRATO.
       FD  PLANO-CONTAS-FILE.
           COPY PLANOCTA.
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-BANKIN              PIC X(02).
       01  WS-FS-EXTRATO             PIC X(02).
       01  WS-FS-PLANO               PIC X(02).
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-EOF-BANKIN             PIC X(01) VALUE "N".
           88 FIM-DO-BANKIN          VALUE "S".
       01  WS-EOF-EXTRATO            PIC X(01) VALUE "N".
           88 FIM-DO-EXTRATO         VALUE "S".
       01  WS-EOF-PLANO              PIC X(01) VALUE "N".
           88 FIM-DO-PLANO           VALUE "S".

       01  WS-CONTA-CARGA            PIC 9(08) VALUE ZEROES.
       01  WS-EMPRESA-CARGA          PIC X(03) VALUE SPACES.
       01  WS-MOEDA-CARGA            PIC X(03) VALUE SPACES.
       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-ULTIMA-SEQUENCIA       PIC 9(08) VALUE ZEROES.
       01  WS-ANO-CALC               PIC 9(04) VALUE ZEROES.
       01  WS-MES-CALC               PIC 9(02) VALUE ZEROES.
       01  WS-DIA-CALC               PIC 9(02) VALUE ZEROES.

       01  WS-LINHA-OK               PIC X(01) VALUE "S".
           88 LINHA-VALIDA           VALUE "S".
       01  WS-CONTA-ACHOU            PIC X(01) VALUE "N".
           88 CONTA-NO-PLANO         VALUE "S".

       01  WS-JA-CARREGADAS.
           05 WS-CAR-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-CAR-ENTRADA         OCCURS 2000 TIMES.
               10 WS-CAR-DATA        PIC 9(08).
               10 WS-CAR-SENTIDO     PIC X(01).
               10 WS-CAR-VALOR       PIC 9(11)V99.
               10 WS-CAR-REFERENCIA  PIC X(10).
               10 WS-CAR-HISTORICO   PIC X(40).
               10 WS-CAR-SITUACAO    PIC X(01).
                   88 CAR-DISPONIVEL     VALUE "D".
                   88 CAR-USADA          VALUE "U".
       01  WS-IDX-CAR                PIC 9(04) VALUE ZEROES.
       01  WS-CAR-ACHOU              PIC X(01) VALUE "N".
           88 LINHA-JA-CARREGADA     VALUE "S".

       01  WS-QTDE-LIDAS             PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-CARREGADAS        PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-RECUSADAS         PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-REPETIDAS         PIC 9(05) VALUE ZEROES.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "BNKLOAD".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           PERFORM 002-LE-PARAMETRO
           PERFORM 003-VALIDA-CONTA-CAIXA
           PERFORM 005-CARREGA-EXTRATO
           OPEN INPUT BANCO-IN-FILE
           IF WS-FS-BANKIN NOT = "00"
               MOVE WS-FS-BANKIN TO WS-FS-ERRO
               MOVE "ARQUIVO DO BANCO BANKIN AUSENTE" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           OPEN EXTEND EXTRATO-FILE
           IF WS-FS-EXTRATO = "35"
               OPEN OUTPUT EXTRATO-FILE
           END-IF
           IF WS-FS-EXTRATO NOT = "00"
               MOVE WS-FS-EXTRATO TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR EXTRATO PARA GRAVACAO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 007-LE-BANCO UNTIL FIM-DO-BANKIN
           CLOSE BANCO-IN-FILE
           CLOSE EXTRATO-FILE
           DISPLAY "EXTRATO DA CONTA " WS-CONTA-CARGA " EMPRESA "
               WS-EMPRESA-CARGA " - LIDAS: " WS-QTDE-LIDAS
               " CARREGADAS: " WS-QTDE-CARREGADAS
               " RECUSADAS: " WS-QTDE-RECUSADAS
               " REPETIDAS: " WS-QTDE-REPETIDAS
           IF WS-QTDE-RECUSADAS > ZEROES
              OR WS-QTDE-REPETIDAS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       002-LE-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM NOT = "00"
               MOVE WS-FS-PARM TO WS-FS-ERRO
               MOVE "CARTAO BNKPARM AUSENTE - INFORME CONTA E EMPRESA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           READ PARM-FILE
               AT END
                   MOVE "CARTAO BNKPARM VAZIO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-READ
           CLOSE PARM-FILE
           IF PA-NUMERO-CONTA IS NOT NUMERIC
              OR PA-COMPANY-CODE = SPACES
               MOVE "CONTA OU EMPRESA DO BNKPARM INVALIDA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE PA-NUMERO-CONTA TO WS-CONTA-CARGA
           MOVE PA-COMPANY-CODE TO WS-EMPRESA-CARGA
           IF PA-CURRENCY-CODE = SPACES
               MOVE "BRL" TO WS-MOEDA-CARGA
           ELSE
               MOVE PA-CURRENCY-CODE TO WS-MOEDA-CARGA
           END-IF.

       003-VALIDA-CONTA-CAIXA.
           OPEN INPUT PLANO-CONTAS-FILE
           EVALUATE WS-FS-PLANO
               WHEN "00"
                   PERFORM 004-LE-PLANO-CONTAS
                       UNTIL FIM-DO-PLANO OR CONTA-NO-PLANO
                   CLOSE PLANO-CONTAS-FILE
                   IF NOT CONTA-NO-PLANO
                       MOVE "CONTA DO BNKPARM FORA DO PLANOCTA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
               WHEN "35"
                   DISPLAY "PLANOCTA NAO ENCONTRADO - CONTA "
                       WS-CONTA-CARGA " ACEITA SEM VALIDACAO"
               WHEN OTHER
                   MOVE WS-FS-PLANO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PLANOCTA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       004-LE-PLANO-CONTAS.
           READ PLANO-CONTAS-FILE
               AT END
                   SET FIM-DO-PLANO TO TRUE
               NOT AT END
                   IF PC-NUMERO-CONTA = WS-CONTA-CARGA
                       SET CONTA-NO-PLANO TO TRUE
                       IF NOT PC-CONTA-ATIVA
                          OR PC-CONTA-SINTETICA
                           MOVE "CONTA DO BNKPARM INATIVA OU SINTETICA"
                               TO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Extrato ja carregado: guarda a maior sequencia e, da      *
      * conta/empresa da carga, as linhas com referencia do banco *
      * para recusar a recarga da mesma linha.                    *
      *-----------------------------------------------------------*
       005-CARREGA-EXTRATO.
           OPEN INPUT EXTRATO-FILE
           EVALUATE WS-FS-EXTRATO
               WHEN "00"
                   PERFORM 006-LE-EXTRATO UNTIL FIM-DO-EXTRATO
                   CLOSE EXTRATO-FILE
               WHEN "35"
                   DISPLAY "EXTRATO AINDA NAO EXISTE - SERA CRIADO"
               WHEN OTHER
                   MOVE WS-FS-EXTRATO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR EXTRATO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       006-LE-EXTRATO.
           READ EXTRATO-FILE
               AT END
                   SET FIM-DO-EXTRATO TO TRUE
               NOT AT END
                   IF BX-SEQUENCIA > WS-ULTIMA-SEQUENCIA
                       MOVE BX-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
                   END-IF
                   IF BX-NUMERO-CONTA = WS-CONTA-CARGA
                      AND BX-COMPANY-CODE = WS-EMPRESA-CARGA
                       PERFORM 011-GUARDA-CARREGADA
                   END-IF
           END-READ.

       007-LE-BANCO.
           READ BANCO-IN-FILE
               AT END
                   SET FIM-DO-BANKIN TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-LIDAS
                   PERFORM 008-VALIDA-LINHA
                   IF LINHA-VALIDA
                       PERFORM 009-CARREGA-LINHA
                   END-IF
           END-READ.

       008-VALIDA-LINHA.
           MOVE "S" TO WS-LINHA-OK
           IF BI-DATA-MOVIMENTO IS NOT NUMERIC
              OR BI-VALOR IS NOT NUMERIC
               MOVE "N" TO WS-LINHA-OK
           ELSE
               COMPUTE WS-ANO-CALC = BI-DATA-MOVIMENTO / 10000
               COMPUTE WS-MES-CALC = (BI-DATA-MOVIMENTO
                   - WS-ANO-CALC * 10000) / 100
               COMPUTE WS-DIA-CALC = BI-DATA-MOVIMENTO
                   - WS-ANO-CALC * 10000 - WS-MES-CALC * 100
               IF WS-MES-CALC < 1 OR WS-MES-CALC > 12
                  OR WS-DIA-CALC < 1 OR WS-DIA-CALC > 31
                  OR BI-VALOR = ZEROES
                   MOVE "N" TO WS-LINHA-OK
               END-IF
           END-IF
           IF NOT BI-CREDITO-BANCO AND NOT BI-DEBITO-BANCO
               MOVE "N" TO WS-LINHA-OK
           END-IF
           IF NOT LINHA-VALIDA
               ADD 1 TO WS-QTDE-RECUSADAS
               DISPLAY "LINHA " WS-QTDE-LIDAS " DO BANKIN RECUSADA - "
                   "DATA, SENTIDO OU VALOR INVALIDO: "
                   BI-EXTRATO-IN-REC(1:32)
           END-IF.

       009-CARREGA-LINHA.
           MOVE "N" TO WS-CAR-ACHOU
           MOVE ZEROES TO WS-IDX-CAR
           PERFORM 010-PROCURA-CARREGADA
               UNTIL LINHA-JA-CARREGADA OR WS-IDX-CAR = WS-CAR-QTDE
           IF LINHA-JA-CARREGADA
               SET CAR-USADA(WS-IDX-CAR) TO TRUE
               ADD 1 TO WS-QTDE-REPETIDAS
               DISPLAY "LINHA " WS-QTDE-LIDAS " DO BANKIN JA CARREGADA "
                   "- " BI-DATA-MOVIMENTO " " BI-REFERENCIA " PULADA"
           ELSE
               ADD 1 TO WS-ULTIMA-SEQUENCIA
               MOVE WS-ULTIMA-SEQUENCIA TO BX-SEQUENCIA
               MOVE WS-CONTA-CARGA      TO BX-NUMERO-CONTA
               MOVE WS-EMPRESA-CARGA    TO BX-COMPANY-CODE
               MOVE WS-MOEDA-CARGA      TO BX-CURRENCY-CODE
               MOVE BI-DATA-MOVIMENTO   TO BX-DATA-MOVIMENTO
               MOVE BI-SENTIDO          TO BX-SENTIDO
               MOVE BI-VALOR            TO BX-VALOR
               MOVE BI-REFERENCIA       TO BX-REFERENCIA
               MOVE BI-HISTORICO        TO BX-HISTORICO
               MOVE WS-DATA-ATUAL-NUM   TO BX-DATA-CARGA
               WRITE BX-EXTRATO-REC
               ADD 1 TO WS-QTDE-CARREGADAS
           END-IF.

       010-PROCURA-CARREGADA.
           ADD 1 TO WS-IDX-CAR
           IF CAR-DISPONIVEL(WS-IDX-CAR)
              AND WS-CAR-DATA(WS-IDX-CAR) = BI-DATA-MOVIMENTO
              AND WS-CAR-SENTIDO(WS-IDX-CAR) = BI-SENTIDO
              AND WS-CAR-VALOR(WS-IDX-CAR) = BI-VALOR
              AND WS-CAR-REFERENCIA(WS-IDX-CAR) = BI-REFERENCIA
              AND WS-CAR-HISTORICO(WS-IDX-CAR) = BI-HISTORICO
               SET LINHA-JA-CARREGADA TO TRUE
           END-IF.

       011-GUARDA-CARREGADA.
           IF WS-CAR-QTDE = 2000
               MOVE "EXTRATO DA CONTA EXCEDE A TABELA DE CARGA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-CAR-QTDE
           MOVE BX-DATA-MOVIMENTO TO WS-CAR-DATA(WS-CAR-QTDE)
           MOVE BX-SENTIDO        TO WS-CAR-SENTIDO(WS-CAR-QTDE)
           MOVE BX-VALOR          TO WS-CAR-VALOR(WS-CAR-QTDE)
           MOVE BX-REFERENCIA     TO WS-CAR-REFERENCIA(WS-CAR-QTDE)
           MOVE BX-HISTORICO      TO WS-CAR-HISTORICO(WS-CAR-QTDE)
           SET CAR-DISPONIVEL(WS-CAR-QTDE) TO TRUE.

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
           MOVE SPACES TO EV-OPERADOR-ID
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
