      *              rejeitados com motivo "EM", como a validacao de      *
      *              moeda ja faz. EMPRESA ausente segue sem              *
      *              validacao, com aviso.                                *
      * 15/10/2026 - IR - Total gravado no IFACETOT passa a sair   *
      *              tambem aberto pela conta de controle do       *
      *              PLANOCTA em que cada LV-CHAVE desagua         *
      *              (AC-CONTA-CONTROLE do CONTAMST), no arquivo   *
      *              IFACECTA (IFACECTA.CPY), com a IF-SEQUENCIA   *
      *              do registro; ajustes e residuo vao            *
      *              para a primeira linha da combinacao e chave   *
      *              sem mapeamento fica na conta zero. Base da    *
      *              prova diaria do PROVA01.                      *
      * 15/10/2026 - IR - CKPT02 guarda tambem a quebra por conta  *
      *              de controle (registro Q), para a retomada do  *
      *              passo 2 nao perder a abertura do IFACECTA.    *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Sign-on do OPERCARD (OPERCARD.CPY: ID,   *
      *              senha e senha nova) conferido pelo servico    *
      *              SENHASVC antes da validacao no OPERMAST;      *
      *              senha invalida, operador bloqueado ou senha   *
      *              expirada sem troca encerram o programa.       *
      * 15/10/2026 - IR - Ajuste do ADJUST02 ganhou o digitador    *
      *              (AJ-OPERADOR-ID, suspense ADJSUSP ampliada):  *
      *              aprovador igual ao digitador tambem e         *
      *              recusado, e cada ajuste acima do limite com   *
      *              aprovacao encontrada vai para a trilha de     *
      *              controle duplo CTLDUPLO (digitador, operador  *
      *              do run e aprovador), para o relatorio de      *
      *              segregacao SODREL01.                          *
      * 15/10/2026 - IR - Registro do AUDITLOG e evento do ERRLOG  *
      *              encadeados pelo servico CADEISVC antes do     *
      *              WRITE: sequencia da cabeca                    *
      *              (AUDCHAIN/ERRCHAIN) e hash do conteudo com o  *
      *              hash do registro anterior, conferidos pelo    *
      *              CADEIA01.                                     *
      * 15/10/2026 - IR - Postagem pelo calendario da empresa: com *
      *              o DATAPROC do dia, a data do IFACETOT de cada *
      *              empresa sai do CALSVC com o calendario de     *
      *              feriados do EMPRESA (EM-CALENDARIO);          *
      *              calendario padrao ou sem DATAPROC mantem a    *
      *              data do lote.                                 *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT IFACE-FILE ASSIGN TO "IFACETOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IFACE.
           SELECT QUEBRA-FILE ASSIGN TO "IFACECTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-QUEBRA.
           SELECT CONTROLE-FILE ASSIGN TO "CTLADD02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
           SELECT SUSPENSE-AJUSTE-FILE ASSIGN TO "ADJSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADJSUSP.
           SELECT CTL-DUPLO-FILE ASSIGN TO "CTLDUPLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTLDUPLO.
           SELECT MOEDAS-FILE ASSIGN TO "MOEDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOEDAS.
           05 CKPT-COMBO-COMPANY  PIC X(03).
           05 CKPT-COMBO-CURRENCY PIC X(03).
           05 CKPT-COMBO-VALOR    PIC S9(09)V99.
       01  CKPT-QUEBRA-REC.
           05 CKPT-QBR-TIPO       PIC X(01).
               88 CKPT-QUEBRA     VALUE "Q".
           05 CKPT-QBR-COMPANY    PIC X(03).
           05 CKPT-QBR-CURRENCY   PIC X(03).
           05 CKPT-QBR-CONTA      PIC 9(08).
           05 CKPT-QBR-VALOR      PIC S9(09)V99.
       FD  LOTE-IN-FILE.
           COPY LOTEVALOR
               REPLACING LV-REGISTRO       BY LOTE-IN-REC
           COPY AUDITLOG.
       FD  IFACE-FILE.
           COPY INTERFACE.
       FD  QUEBRA-FILE.
           COPY IFACECTA.
       FD  CONTROLE-FILE.
           COPY CTLDIARIO.
       FD  OVERRIDE-FILE.
           05 LP-VALOR-LIMITE        PIC 9(7)V99.
       FD  SUSPENSE-AJUSTE-FILE.
       01  SU-AJUSTE-REC.
           05 SU-DADOS-AJUSTE        PIC X(35).
           05 SU-MOTIVO              PIC X(02).
           05 SU-DATA-PROCES         PIC 9(08).
       FD  CTL-DUPLO-FILE.
           COPY CTLDUPLO.
       FD  MOEDAS-FILE.
           COPY MOEDAS.
       FD  EMPRESA-FILE.
           COPY EMPRESA.
       FD  OPERADOR-FILE.
           COPY OPERCARD.
       FD  OPERADOR-MASTER-FILE.
           COPY OPERMAST.
       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.
           COPY SENHASVC.
           COPY CALENSVC.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-SEQCTL          PIC X(02).
       01  WS-FS-AJUSTE          PIC X(02).
       01  WS-FS-APROV           PIC X(02).
       01  WS-FS-LIMPARM         PIC X(02).
       01  WS-FS-ADJSUSP         PIC X(02).
       01  WS-FS-CTLDUPLO        PIC X(02).
       01  WS-LIMITE-DUPLO      PIC 9(7)V99 VALUE 10000.00.
       01  WS-NIVEL-APROV-MINIMO PIC 9(01) VALUE 2.
       01  WS-AJ-VALOR-ABS       PIC 9(7)V99 VALUE ZEROES.
               10 WS-CTA-CHAVE      PIC X(10).
               10 WS-CTA-SITUACAO   PIC X(01).
               10 WS-CTA-COMPANY    PIC X(03).
               10 WS-CTA-CONTROLE   PIC 9(08).
       01  WS-IDX-CTA            PIC 9(03) VALUE ZEROES.
       01  WS-CTA-ACHOU          PIC X(01) VALUE "N".
           88 CONTA-CADASTRADA   VALUE "S".
       01  WS-CONTA-LOTE-FLAG    PIC X(01) VALUE "S".
           88 CONTA-LOTE-VALIDA  VALUE "S".
       01  WS-MOTIVO-CONTA       PIC X(02) VALUE SPACES.
       01  WS-FS-QUEBRA          PIC X(02).
       01  WS-QUEBRAS-CONTROLE.
           05 WS-QBR-QTDE        PIC 9(03) VALUE ZEROES.
           05 WS-QBR-ENTRADA     OCCURS 200 TIMES.
               10 WS-QBR-COMPANY    PIC X(03).
               10 WS-QBR-CURRENCY   PIC X(03).
               10 WS-QBR-CONTA      PIC 9(08).
               10 WS-QBR-VALOR      PIC S9(09)V99.
       01  WS-IDX-QBR            PIC 9(03) VALUE ZEROES.
       01  WS-QBR-ACHOU          PIC X(01) VALUE "N".
           88 QUEBRA-ENCONTRADA  VALUE "S".
       01  WS-QBR-PRIMEIRA       PIC 9(03) VALUE ZEROES.
       01  WS-QBR-SOMA           PIC S9(09)V99 VALUE ZEROES.
       01  WS-QBR-PROC-COMPANY   PIC X(03) VALUE SPACES.
       01  WS-QBR-PROC-CURRENCY  PIC X(03) VALUE SPACES.
       01  WS-CONTA-CONTROLE     PIC 9(08) VALUE ZEROES.
       01  WS-QTDE-REJ-CONTA     PIC 9(07) VALUE ZEROES.
       01  WS-FS-MOEDAS          PIC X(02).
       01  WS-VALIDA-MOEDAS-FLAG PIC X(01) VALUE "N".
           05 WS-EMP-ENTRADA     OCCURS 20 TIMES.
               10 WS-EMP-CODIGO   PIC X(03).
               10 WS-EMP-SITUACAO PIC X(01).
               10 WS-EMP-CALENDARIO PIC X(03).
               10 WS-EMP-DATA-POSTAGEM PIC 9(08).
       01  WS-IDX-EMP            PIC 9(02) VALUE ZEROES.
       01  WS-EMP-ACHOU          PIC X(01) VALUE "N".
           88 EMPRESA-CADASTRADA VALUE "S".
       01  WS-DATAPROC-FLAG      PIC X(01) VALUE "N".
           88 ROLA-POR-CALENDARIO VALUE "S".
       01  WS-EMPRESA-POSTAGEM   PIC X(03) VALUE SPACES.
       01  WS-DATA-POSTAGEM-EMP  PIC 9(08) VALUE ZEROES.
       01  WS-IDX-EMP-POST       PIC 9(02) VALUE ZEROES.
       01  WS-EMP-POST-ACHOU     PIC X(01) VALUE "N".
           88 EMPRESA-POSTAGEM-ACHADA VALUE "S".
       01  WS-TOTAL-INTEIRO      PIC S9(9) VALUE ZEROES.
       01  WS-TOTAL-UMA-CASA     PIC S9(9)V9 VALUE ZEROES.
       01  WS-FS-OPERADOR        PIC X(02).
                       MOVE CKPT-COMBO-VALOR
                           TO WS-TOT-VALOR(WS-TOT-QTDE)
                   END-IF
                   IF CKPT-QUEBRA
                       IF WS-QBR-QTDE = 200
                           MOVE "CKPT02 EXCEDE A QUEBRA POR CONTA"
                               TO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                       END-IF
                       ADD 1 TO WS-QBR-QTDE
                       MOVE CKPT-QBR-COMPANY
                           TO WS-QBR-COMPANY(WS-QBR-QTDE)
                       MOVE CKPT-QBR-CURRENCY
                           TO WS-QBR-CURRENCY(WS-QBR-QTDE)
                       MOVE CKPT-QBR-CONTA
                           TO WS-QBR-CONTA(WS-QBR-QTDE)
                       MOVE CKPT-QBR-VALOR
                           TO WS-QBR-VALOR(WS-QBR-QTDE)
                   END-IF
           END-READ.

       006-REINICIA-CHECKPOINT.
           MOVE ZEROES TO WS-IDX-TOT
           PERFORM 018-GRAVA-CKPT-COMBINACAO
               UNTIL WS-IDX-TOT = WS-TOT-QTDE
           MOVE ZEROES TO WS-IDX-QBR
           PERFORM 082-GRAVA-CKPT-QUEBRA
               UNTIL WS-IDX-QBR = WS-QBR-QTDE
           CLOSE CHECKPOINT-FILE.

       018-GRAVA-CKPT-COMBINACAO.
           MOVE WS-OPERADOR-ID   TO AUD-OPERADOR-ID
           MOVE "N" TO AUD-TIPO-LANCAMENTO
           MOVE ZEROES TO AUD-NUMERO-LOTE
           SET CD-ENCADEIA TO TRUE
           MOVE "AUDITLOG" TO CD-ARQUIVO
           CALL "CADEISVC" USING CD-PARAMETROS
               AUD-CONTEUDO AUD-CADEIA
               ON EXCEPTION
                   MOVE ZEROES TO AUD-CADEIA
           END-CALL
           WRITE AUD-LOG-REC.

       011-GRAVA-INTERFACE.
               MOVE "FALHA AO ABRIR IFACETOT" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           OPEN EXTEND QUEBRA-FILE
           IF WS-FS-QUEBRA = "35"
               OPEN OUTPUT QUEBRA-FILE
           END-IF
           IF WS-FS-QUEBRA NOT = "00"
               MOVE WS-FS-QUEBRA TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR IFACECTA" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 047-LE-SEQUENCIA
           MOVE ZEROES TO WS-IDX-TOT
           PERFORM 024-GRAVA-IF-COMBINACAO
               UNTIL WS-IDX-TOT = WS-TOT-QTDE
           PERFORM 048-GRAVA-SEQUENCIA
           CLOSE IFACE-FILE
           CLOSE QUEBRA-FILE.

       024-GRAVA-IF-COMBINACAO.
           ADD 1 TO WS-IDX-TOT
           MOVE "ADD02"          TO IF-PROGRAMA
           MOVE WS-TOT-COMPANY(WS-IDX-TOT) TO WS-EMPRESA-POSTAGEM
           PERFORM 085-DATA-POSTAGEM-EMPRESA
           MOVE WS-DATA-POSTAGEM-EMP TO IF-DATA-EXEC
           COMPUTE IF-HORA-EXEC = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           PERFORM 029-CONVERTE-MOEDA-BASE
           MOVE "N" TO IF-TIPO-LANCAMENTO
           MOVE ZEROES TO IF-NUMERO-LOTE
           WRITE IF-INTERFACE-REC
           PERFORM 079-GRAVA-QUEBRA-COMBINACAO.

       9999-TRATA-ERRO.
           DISPLAY "*** ERRO FATAL EM " WS-NOME-PROGRAMA " - "
                   MOVE LOTE-ORD-CURRENCY-CODE TO WS-PROC-CURRENCY
                   MOVE LOTE-ORD-VALOR         TO WS-PROC-VALOR
                   PERFORM 019-ACUMULA-COMBINACAO
                   PERFORM 075-ACUMULA-QUEBRA-CONTROLE
           END-READ.

       019-ACUMULA-COMBINACAO.
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DP-DATA-GERACAO = WS-DATA-ATUAL-NUM
                               SET ROLA-POR-CALENDARIO TO TRUE
                           END-IF
                           IF DP-DATA-GERACAO = WS-DATA-ATUAL-NUM
                              AND DP-DATA-UTIL NOT = WS-DATA-ATUAL-NUM
                               DISPLAY "DATA DE POSTAGEM AJUSTADA "
                   MOVE AC-SITUACAO TO WS-CTA-SITUACAO(WS-CTA-QTDE)
                   MOVE AC-COMPANY-CODE
                       TO WS-CTA-COMPANY(WS-CTA-QTDE)
                   IF AC-CONTA-CONTROLE IS NUMERIC
                       MOVE AC-CONTA-CONTROLE
                           TO WS-CTA-CONTROLE(WS-CTA-QTDE)
                   ELSE
                       MOVE ZEROES TO WS-CTA-CONTROLE(WS-CTA-QTDE)
                   END-IF
           END-READ.

       044-VALIDA-CONTA-LOTE.
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

       047-LE-SEQUENCIA.
           OPEN INPUT SEQ-CTL-FILE
                   ADD 1 TO WS-EMP-QTDE
                   MOVE EM-CODIGO   TO WS-EMP-CODIGO(WS-EMP-QTDE)
                   MOVE EM-SITUACAO TO WS-EMP-SITUACAO(WS-EMP-QTDE)
                   MOVE EM-CALENDARIO
                       TO WS-EMP-CALENDARIO(WS-EMP-QTDE)
                   MOVE ZEROES
                       TO WS-EMP-DATA-POSTAGEM(WS-EMP-QTDE)
           END-READ.

       073-VALIDA-EMPRESA-LOTE.
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OC-OPERADOR-ID TO WS-OPERADOR-ID
                           PERFORM 083-CONFERE-SENHA
                   END-READ
                   CLOSE OPERADOR-FILE
               WHEN "35"
           DISPLAY "OPERADOR DO RUN: " WS-OPERADOR-ID
               " NIVEL: " WS-NIVEL-AUTORIDADE.

       083-CONFERE-SENHA.
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

       058-VALIDA-OPERADOR.
           OPEN INPUT OPERADOR-MASTER-FILE
           EVALUATE WS-FS-OPERMAST
           END-IF
           MOVE "N" TO AUD-TIPO-LANCAMENTO
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

               MOVE "ADJ2APRV" TO AUD-PROGRAMA
               MOVE WS-DECISAO-APROVACAO TO AUD-RESULTADO
               PERFORM 068-GRAVA-AUD-AJUSTE
               IF APROVACAO-ENCONTRADA
                   PERFORM 084-GRAVA-CTL-DUPLO
               END-IF
           END-IF.

       066-PROCURA-APROVACAO.

       067-VALIDA-APROVADOR.
           MOVE "N" TO WS-APROVADOR-OK
           EVALUATE TRUE
               WHEN WS-APROVADOR-ID = WS-OPERADOR-ID
                   DISPLAY "APROVACAO RECUSADA - APROVADOR IGUAL AO "
                       "OPERADOR DO RUN: " WS-APROVADOR-ID
               WHEN AJ-OPERADOR-ID NOT = SPACES
                    AND WS-APROVADOR-ID = AJ-OPERADOR-ID
                   DISPLAY "APROVACAO RECUSADA - APROVADOR IGUAL AO "
                       "DIGITADOR DO AJUSTE: " WS-APROVADOR-ID
               WHEN OTHER
                   MOVE "N" TO WS-EOF-APROVADOR
                   OPEN INPUT OPERADOR-MASTER-FILE
                   EVALUATE WS-FS-OPERMAST
                       WHEN "00"
                           PERFORM 070-LE-APROVADOR-MASTER
                               UNTIL APROVADOR-VALIDO
                               OR FIM-DA-BUSCA-APROV
                           CLOSE OPERADOR-MASTER-FILE
                       WHEN "35"
                           DISPLAY "OPERMAST AUSENTE - APROVACAO DE "
                               "AJUSTE NAO PODE SER VALIDADA"
                       WHEN OTHER
                           MOVE WS-FS-OPERMAST TO WS-FS-ERRO
                           MOVE "FALHA AO ABRIR OPERMAST" TO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                   END-EVALUATE
           END-EVALUATE.

       070-LE-APROVADOR-MASTER.
           READ OPERADOR-MASTER-FILE
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Trilha de controle duplo: o ajuste acima do limite com a  *
      * aprovacao encontrada no ADJAPPR - digitador do ajuste,    *
      * operador do run e aprovador lado a lado, com a decisao,   *
      * para o relatorio de segregacao SODREL01.                  *
      *-----------------------------------------------------------*
       084-GRAVA-CTL-DUPLO.
           MOVE SPACES TO CD-DECISAO-REC
           SET CD-ORIGEM-AJUSTE TO TRUE
           MOVE WS-NOME-PROGRAMA  TO CD-PROGRAMA
           MOVE WS-DATA-ATUAL-NUM TO CD-DATA-DECISAO
           COMPUTE CD-HORA-DECISAO = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           MOVE AJ-REFERENCIA     TO CD-REFERENCIA
           MOVE AJ-COMPANY-CODE   TO CD-COMPANY-CODE
           MOVE AJ-VALOR          TO CD-VALOR
           MOVE AJ-OPERADOR-ID    TO CD-OPERADOR-DIGITACAO
           MOVE WS-OPERADOR-ID    TO CD-OPERADOR-SUBMISSAO
           MOVE WS-DATA-ATUAL-NUM TO CD-DATA-SUBMISSAO
           MOVE WS-APROVADOR-ID   TO CD-OPERADOR-DECISAO
           IF WS-DECISAO-APROVACAO = 1
               SET CD-APROVADA TO TRUE
           ELSE
               SET CD-NEGADA TO TRUE
           END-IF
           OPEN EXTEND CTL-DUPLO-FILE
           IF WS-FS-CTLDUPLO = "35"
               OPEN OUTPUT CTL-DUPLO-FILE
           END-IF
           IF WS-FS-CTLDUPLO NOT = "00"
               MOVE WS-FS-CTLDUPLO TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR CTLDUPLO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           WRITE CD-DECISAO-REC
           CLOSE CTL-DUPLO-FILE.

       069-GRAVA-SUSPENSE-AJUSTE.
           MOVE AJ-AJUSTE-REC     TO SU-DADOS-AJUSTE
           MOVE "AP"              TO SU-MOTIVO
           END-IF
           MOVE "N" TO AUD-TIPO-LANCAMENTO
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

      *-----------------------------------------------------------*
      * Quebra do lote pela conta de controle do PLANOCTA em que  *
      * cada LV-CHAVE desagua (AC-CONTA-CONTROLE do CONTAMST),    *
      * gravada no IFACECTA junto com cada registro do IFACETOT   *
      * para a prova diaria PROVA01. Chave sem mapeamento (ou     *
      * CONTAMST ausente) fica na conta zero.                     *
      *-----------------------------------------------------------*
       075-ACUMULA-QUEBRA-CONTROLE.
           MOVE ZEROES TO WS-CONTA-CONTROLE
           MOVE ZEROES TO WS-IDX-CTA
           MOVE "N" TO WS-CTA-ACHOU
           PERFORM 076-PROCURA-CONTA-ORDENADA
               UNTIL CONTA-CADASTRADA OR WS-IDX-CTA = WS-CTA-QTDE
           IF CONTA-CADASTRADA
               MOVE WS-CTA-CONTROLE(WS-IDX-CTA) TO WS-CONTA-CONTROLE
           END-IF
           MOVE LOTE-ORD-COMPANY-CODE  TO WS-QBR-PROC-COMPANY
           MOVE LOTE-ORD-CURRENCY-CODE TO WS-QBR-PROC-CURRENCY
           PERFORM 077-LOCALIZA-QUEBRA
           ADD LOTE-ORD-VALOR TO WS-QBR-VALOR(WS-IDX-QBR).

       076-PROCURA-CONTA-ORDENADA.
           ADD 1 TO WS-IDX-CTA
           IF WS-CTA-CHAVE(WS-IDX-CTA) = LOTE-ORD-CHAVE
               SET CONTA-CADASTRADA TO TRUE
           END-IF.

       077-LOCALIZA-QUEBRA.
           MOVE ZEROES TO WS-IDX-QBR
           MOVE "N" TO WS-QBR-ACHOU
           PERFORM 078-PROCURA-QUEBRA
               UNTIL QUEBRA-ENCONTRADA OR WS-IDX-QBR = WS-QBR-QTDE
           IF NOT QUEBRA-ENCONTRADA
               IF WS-QBR-QTDE = 200
                   MOVE "MAIS DE 200 CONTAS DE CONTROLE NO LOTE"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-QBR-QTDE
               MOVE WS-QBR-QTDE TO WS-IDX-QBR
               MOVE WS-QBR-PROC-COMPANY  TO WS-QBR-COMPANY(WS-IDX-QBR)
               MOVE WS-QBR-PROC-CURRENCY TO WS-QBR-CURRENCY(WS-IDX-QBR)
               MOVE WS-CONTA-CONTROLE    TO WS-QBR-CONTA(WS-IDX-QBR)
               MOVE ZEROES               TO WS-QBR-VALOR(WS-IDX-QBR)
           END-IF.

       078-PROCURA-QUEBRA.
           ADD 1 TO WS-IDX-QBR
           IF WS-QBR-COMPANY(WS-IDX-QBR) = WS-QBR-PROC-COMPANY
              AND WS-QBR-CURRENCY(WS-IDX-QBR) = WS-QBR-PROC-CURRENCY
              AND WS-QBR-CONTA(WS-IDX-QBR) = WS-CONTA-CONTROLE
               SET QUEBRA-ENCONTRADA TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * A soma das linhas da combinacao tem de fechar com o total *
      * gravado no IFACETOT: a diferenca (acrescimo, ajustes,     *
      * arredondamento da moeda) vai para a primeira linha.       *
      *-----------------------------------------------------------*
       079-GRAVA-QUEBRA-COMBINACAO.
           MOVE ZEROES TO WS-QBR-SOMA
           MOVE ZEROES TO WS-QBR-PRIMEIRA
           MOVE ZEROES TO WS-IDX-QBR
           PERFORM 080-SOMA-QUEBRA-COMBINACAO
               UNTIL WS-IDX-QBR = WS-QBR-QTDE
           IF WS-QBR-PRIMEIRA = ZEROES
               MOVE WS-TOT-COMPANY(WS-IDX-TOT)  TO WS-QBR-PROC-COMPANY
               MOVE WS-TOT-CURRENCY(WS-IDX-TOT) TO WS-QBR-PROC-CURRENCY
               MOVE ZEROES TO WS-CONTA-CONTROLE
               PERFORM 077-LOCALIZA-QUEBRA
               MOVE WS-IDX-QBR TO WS-QBR-PRIMEIRA
           END-IF
           COMPUTE WS-QBR-VALOR(WS-QBR-PRIMEIRA) =
               WS-QBR-VALOR(WS-QBR-PRIMEIRA)
               + WS-TOT-VALOR(WS-IDX-TOT) - WS-QBR-SOMA
           MOVE ZEROES TO WS-IDX-QBR
           PERFORM 081-GRAVA-LINHA-QUEBRA
               UNTIL WS-IDX-QBR = WS-QBR-QTDE.

       080-SOMA-QUEBRA-COMBINACAO.
           ADD 1 TO WS-IDX-QBR
           IF WS-QBR-COMPANY(WS-IDX-QBR) = WS-TOT-COMPANY(WS-IDX-TOT)
              AND WS-QBR-CURRENCY(WS-IDX-QBR) =
                  WS-TOT-CURRENCY(WS-IDX-TOT)
               ADD WS-QBR-VALOR(WS-IDX-QBR) TO WS-QBR-SOMA
               IF WS-QBR-PRIMEIRA = ZEROES
                   MOVE WS-IDX-QBR TO WS-QBR-PRIMEIRA
               END-IF
           END-IF.

       081-GRAVA-LINHA-QUEBRA.
           ADD 1 TO WS-IDX-QBR
           IF WS-QBR-COMPANY(WS-IDX-QBR) = WS-TOT-COMPANY(WS-IDX-TOT)
              AND WS-QBR-CURRENCY(WS-IDX-QBR) =
                  WS-TOT-CURRENCY(WS-IDX-TOT)
               MOVE IF-PROGRAMA              TO IC-PROGRAMA
               MOVE IF-DATA-EXEC             TO IC-DATA-EXEC
               MOVE IF-HORA-EXEC             TO IC-HORA-EXEC
               MOVE IF-SEQUENCIA             TO IC-SEQUENCIA
               MOVE IF-COMPANY-CODE          TO IC-COMPANY-CODE
               MOVE IF-CURRENCY-CODE         TO IC-CURRENCY-CODE
               MOVE WS-QBR-CONTA(WS-IDX-QBR) TO IC-CONTA-CONTROLE
               MOVE WS-QBR-VALOR(WS-IDX-QBR) TO IC-VALOR
               WRITE IC-QUEBRA-REC
           END-IF.

       082-GRAVA-CKPT-QUEBRA.
           ADD 1 TO WS-IDX-QBR
           MOVE "Q" TO CKPT-QBR-TIPO
           MOVE WS-QBR-COMPANY(WS-IDX-QBR)  TO CKPT-QBR-COMPANY
           MOVE WS-QBR-CURRENCY(WS-IDX-QBR) TO CKPT-QBR-CURRENCY
           MOVE WS-QBR-CONTA(WS-IDX-QBR)    TO CKPT-QBR-CONTA
           MOVE WS-QBR-VALOR(WS-IDX-QBR)    TO CKPT-QBR-VALOR
           WRITE CKPT-QUEBRA-REC.

      *-----------------------------------------------------------*
      * Data de postagem da empresa: com o DATAPROC do dia, a     *
      * data de calendario e rolada pelo calendario de feriados   *
      * da propria empresa (EM-CALENDARIO). Calendario padrao,    *
      * empresa fora do cadastro ou execucao avulsa sem DATAPROC  *
      * ficam com a data de postagem do lote. Apurada uma vez por *
      * empresa e guardada na tabela do cadastro.                 *
      *-----------------------------------------------------------*
       085-DATA-POSTAGEM-EMPRESA.
           MOVE WS-DATA-ATUAL-NUM TO WS-DATA-POSTAGEM-EMP
           IF ROLA-POR-CALENDARIO
               MOVE ZEROES TO WS-IDX-EMP-POST
               MOVE "N" TO WS-EMP-POST-ACHOU
               PERFORM 086-PROCURA-EMPRESA-POSTAGEM
                   UNTIL EMPRESA-POSTAGEM-ACHADA
                   OR WS-IDX-EMP-POST = WS-EMP-QTDE
               IF EMPRESA-POSTAGEM-ACHADA
                   IF WS-EMP-DATA-POSTAGEM(WS-IDX-EMP-POST) = ZEROES
                       PERFORM 087-APURA-DIA-UTIL-EMPRESA
                   END-IF
                   MOVE WS-EMP-DATA-POSTAGEM(WS-IDX-EMP-POST)
                       TO WS-DATA-POSTAGEM-EMP
               END-IF
           END-IF.

       086-PROCURA-EMPRESA-POSTAGEM.
           ADD 1 TO WS-IDX-EMP-POST
           IF WS-EMP-CODIGO(WS-IDX-EMP-POST) = WS-EMPRESA-POSTAGEM
               SET EMPRESA-POSTAGEM-ACHADA TO TRUE
           END-IF.

       087-APURA-DIA-UTIL-EMPRESA.
           MOVE WS-DATA-ATUAL-NUM
               TO WS-EMP-DATA-POSTAGEM(WS-IDX-EMP-POST)
           IF WS-EMP-CALENDARIO(WS-IDX-EMP-POST) NOT = SPACES
               SET CS-PROXIMO-DIA-UTIL TO TRUE
               MOVE WS-DATA-CALENDARIO TO CS-DATA-1
               MOVE ZEROES TO CS-DATA-2
               MOVE WS-EMP-CALENDARIO(WS-IDX-EMP-POST)
                   TO CS-CALENDARIO
               CALL "CALSVC" USING CS-PARAMETROS
                   ON EXCEPTION
                       SET CS-RETORNO-ERRO TO TRUE
               END-CALL
               IF CS-RETORNO-OK
                   MOVE CS-DATA-RESULTADO
                       TO WS-EMP-DATA-POSTAGEM(WS-IDX-EMP-POST)
               END-IF
               IF WS-EMP-DATA-POSTAGEM(WS-IDX-EMP-POST)
                  NOT = WS-DATA-ATUAL-NUM
                   DISPLAY "DATA DE POSTAGEM DA EMPRESA "
                       WS-EMPRESA-POSTAGEM " PELO CALENDARIO "
                       WS-EMP-CALENDARIO(WS-IDX-EMP-POST) ": "
                       WS-EMP-DATA-POSTAGEM(WS-IDX-EMP-POST)
               END-IF
           END-IF.
