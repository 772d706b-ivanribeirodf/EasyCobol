      *              dados do par original; a liberacao copia      *
      *              tudo para o CALCRELS, para o CALC repostar o  *
      *              espelho NEGADO e registrar o par no INTERCO.  *
      * 15/10/2026 - IR - Imagens GLHOLD/GLRELS ampliadas para o   *
      *              GLTRANS com GL-SISTEMA-ORIGEM (52 posicoes).  *
      * 15/10/2026 - IR - Registro GLTRANS ganhou                  *
      *              GL-INDICADOR-ESTORNO e passa a 53 posicoes;   *
      *              areas de trabalho ajustadas.                  *
      * 15/10/2026 - IR - Registro GLTRANS passou a 59 posicoes    *
      *              com o centro de custo GL-CENTRO-CUSTO;        *
      *              imagens retidas ampliadas.                    *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Sign-on do OPERCARD (OPERCARD.CPY: ID,   *
      *              senha e senha nova) conferido pelo servico    *
      *              SENHASVC antes da validacao no OPERMAST;      *
      *              senha invalida, operador bloqueado ou senha   *
      *              expirada sem troca encerram o programa.       *
      * 15/10/2026 - IR - Cada decisao tambem vai para a trilha de *
      *              controle duplo CTLDUPLO (CTLDUPLO.CPY):       *
      *              referencia, empresa, valor, quem digitou e    *
      *              quem submeteu o retido (novos campos de       *
      *              operador do CALCHOLD/GLHOLD) e quem decidiu,  *
      *              para o relatorio de segregacao SODREL01.      *
      * 15/10/2026 - IR - Registro do AUDITLOG e evento do ERRLOG  *
      *              encadeados pelo servico CADEISVC antes do     *
      *              WRITE: sequencia da cabeca                    *
      *              (AUDCHAIN/ERRCHAIN) e hash do conteudo com o  *
      *              hash do registro anterior, conferidos pelo    *
      *              CADEIA01.                                     *
      * 15/10/2026 - IR - Decisao sobre item do GLHOLD vale para   *
      *              todas as linhas retidas da mesma referencia + *
      *              empresa, liberadas ou rejeitadas juntas, para *
      *              que o GLRELS nunca receba lancamento parcial. *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
           SELECT CTL-DUPLO-FILE ASSIGN TO "CTLDUPLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTLDUPLO.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.
           05 HD-REF-ORIGINAL        PIC X(10).
           05 HD-MOTIVO              PIC X(02).
           05 HD-DATA-PROCES         PIC 9(08).
           05 HD-OPERADOR-ID         PIC X(08).
           05 HD-OPERADOR-LOTE       PIC X(08).
       FD  GL-RETIDO-FILE.
       01  HG-RETIDO-REC.
           05 HG-DADOS-TRANS         PIC X(59).
           05 HG-MOTIVO              PIC X(02).
           05 HG-DATA-PROCES         PIC 9(08).
           05 HG-OPERADOR-ID         PIC X(08).
       FD  CALC-LIBERADO-FILE.
       01  LB-LIBERADO-REC.
           05 LB-DADOS-TRANSACAO     PIC X(46).
           05 LB-EMPRESA-ORIGEM      PIC X(03).
           05 LB-REF-ORIGINAL        PIC X(10).
       FD  GL-LIBERADO-FILE.
       01  LG-LIBERADO-REC           PIC X(59).
       FD  OPERADOR-FILE.
           COPY OPERCARD.
       FD  OPERADOR-MASTER-FILE.
           COPY OPERMAST.
       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.
       FD  CTL-DUPLO-FILE.
           COPY CTLDUPLO.
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.
           COPY SENHASVC.
           COPY TRANSACAO.
           COPY GLTRANS.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

       01  WS-FS-OPERADOR            PIC X(02).
       01  WS-FS-OPERMAST            PIC X(02).
       01  WS-FS-AUDITLOG            PIC X(02).
       01  WS-FS-CTLDUPLO            PIC X(02).

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-OPERADOR-ID            PIC X(08) VALUE "BATCH".
       01  WS-RETIDOS-CALC.
           05 WS-RTC-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-RTC-ENTRADA         OCCURS 200 TIMES.
               10 WS-RTC-DADOS       PIC X(86).
               10 WS-RTC-DECIDIDO    PIC X(01).
       01  WS-RETIDOS-GL.
           05 WS-RTG-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-RTG-ENTRADA         OCCURS 200 TIMES.
               10 WS-RTG-DADOS       PIC X(77).
               10 WS-RTG-DECIDIDO    PIC X(01).
       01  WS-IDX-RET                PIC 9(03) VALUE ZEROES.
       01  WS-IDX-ITEM               PIC 9(03) VALUE ZEROES.
       01  WS-GRP-REFERENCIA         PIC X(10) VALUE SPACES.
       01  WS-GRP-EMPRESA            PIC X(03) VALUE SPACES.
       01  WS-LIN-EMPRESA            PIC X(03) VALUE SPACES.
       01  WS-QTDE-LINHAS-GRUPO      PIC 9(03) VALUE ZEROES.

       01  WS-DECISAO-VALOR          PIC 9(01) VALUE ZEROES.
       01  WS-QTDE-APROVADOS         PIC 9(03) VALUE ZEROES.
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OC-OPERADOR-ID TO WS-OPERADOR-ID
                           PERFORM 019-CONFERE-SENHA
                   END-READ
                   CLOSE OPERADOR-FILE
               WHEN "35"
           DISPLAY "OPERADOR DA LIBERACAO: " WS-OPERADOR-ID
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
               ADD 1 TO WS-QTDE-INVALIDOS
           ELSE
               MOVE "S" TO WS-RTC-DECIDIDO(DC-NUMERO-ITEM)
               MOVE DC-NUMERO-ITEM TO WS-IDX-ITEM
               IF DC-APROVA
                   MOVE WS-RTC-DADOS(DC-NUMERO-ITEM)
                       TO HD-RETIDO-REC
                       " REJEITADO"
               END-IF
               PERFORM 014-GRAVA-AUD-DECISAO
               PERFORM 020-GRAVA-CTL-DUPLO
           END-IF.

      *-----------------------------------------------------------*
      * O ADD05 retem a referencia inteira quando uma linha falha;*
      * a decisao vale para todas as linhas retidas da mesma      *
      * referencia + empresa (empresa em branco nas linhas de     *
      * origem carimbada, como no agrupamento do ADD05), para que *
      * o GLRELS nunca receba so parte de um lancamento.          *
      *-----------------------------------------------------------*
       013-DECIDE-ITEM-GL.
           IF DC-NUMERO-ITEM = ZEROES
              OR DC-NUMERO-ITEM > WS-RTG-QTDE
                   " INEXISTENTE OU JA DECIDIDO - CARTAO IGNORADO"
               ADD 1 TO WS-QTDE-INVALIDOS
           ELSE
               MOVE WS-RTG-DADOS(DC-NUMERO-ITEM) TO HG-RETIDO-REC
               MOVE HG-DADOS-TRANS TO GL-TRANS-REC
               MOVE GL-REFERENCIA TO WS-GRP-REFERENCIA
               IF GL-SISTEMA-ORIGEM NOT = SPACES
                   MOVE SPACES TO WS-GRP-EMPRESA
               ELSE
                   MOVE GL-COMPANY-CODE TO WS-GRP-EMPRESA
               END-IF
               IF DC-APROVA
                   MOVE 1 TO WS-DECISAO-VALOR
                   OPEN EXTEND GL-LIBERADO-FILE
                   IF WS-FS-GLRELS = "35"
                       OPEN OUTPUT GL-LIBERADO-FILE
                       MOVE "FALHA AO ABRIR GLRELS" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
               ELSE
                   MOVE 0 TO WS-DECISAO-VALOR
               END-IF
               MOVE ZEROES TO WS-QTDE-LINHAS-GRUPO
               MOVE ZEROES TO WS-IDX-RET
               PERFORM 021-DECIDE-LINHA-GL
                   UNTIL WS-IDX-RET = WS-RTG-QTDE
               IF DC-APROVA
                   CLOSE GL-LIBERADO-FILE
                   DISPLAY "ITEM GLHOLD " DC-NUMERO-ITEM
                       " APROVADO PARA GLRELS - REF "
                       WS-GRP-REFERENCIA " LINHAS: "
                       WS-QTDE-LINHAS-GRUPO
               ELSE
                   DISPLAY "ITEM GLHOLD " DC-NUMERO-ITEM
                       " REJEITADO - REF " WS-GRP-REFERENCIA
                       " LINHAS: " WS-QTDE-LINHAS-GRUPO
               END-IF
           END-IF.

       014-GRAVA-AUD-DECISAO.
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

               WRITE HG-RETIDO-REC
           END-IF.

      *-----------------------------------------------------------*
      * Trilha de controle duplo: a decisao sobre o retido, com   *
      * quem digitou e quem submeteu o item (gravados no retido   *
      * pelo CALC/ADD05) ao lado de quem decidiu, para o SODREL01.*
      *-----------------------------------------------------------*
       020-GRAVA-CTL-DUPLO.
           MOVE SPACES TO CD-DECISAO-REC
           IF DC-ORIGEM-CALC
               MOVE WS-RTC-DADOS(WS-IDX-ITEM) TO HD-RETIDO-REC
               MOVE HD-DADOS-TRANSACAO TO TX-TRANSACAO-REC
               SET CD-ORIGEM-RETIDO-CALC TO TRUE
               MOVE TX-REFERENCIA      TO CD-REFERENCIA
               MOVE TX-COMPANY-CODE    TO CD-COMPANY-CODE
               MOVE TX-VALOR-1         TO CD-VALOR
               MOVE HD-OPERADOR-LOTE   TO CD-OPERADOR-DIGITACAO
               MOVE HD-OPERADOR-ID     TO CD-OPERADOR-SUBMISSAO
               MOVE HD-DATA-PROCES     TO CD-DATA-SUBMISSAO
           ELSE
               MOVE WS-RTG-DADOS(WS-IDX-ITEM) TO HG-RETIDO-REC
               MOVE HG-DADOS-TRANS TO GL-TRANS-REC
               SET CD-ORIGEM-RETIDO-GL TO TRUE
               MOVE GL-REFERENCIA      TO CD-REFERENCIA
               MOVE GL-COMPANY-CODE    TO CD-COMPANY-CODE
               MOVE GL-VALOR-TRANS     TO CD-VALOR
               MOVE SPACES             TO CD-OPERADOR-DIGITACAO
               MOVE HG-OPERADOR-ID     TO CD-OPERADOR-SUBMISSAO
               MOVE HG-DATA-PROCES     TO CD-DATA-SUBMISSAO
           END-IF
           MOVE WS-NOME-PROGRAMA  TO CD-PROGRAMA
           MOVE WS-DATA-ATUAL-NUM TO CD-DATA-DECISAO
           COMPUTE CD-HORA-DECISAO = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           MOVE WS-OPERADOR-ID    TO CD-OPERADOR-DECISAO
           IF WS-DECISAO-VALOR = 1
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

      *-----------------------------------------------------------*
      * Uma linha do GLHOLD ainda nao decidida: se for da mesma   *
      * referencia + empresa do cartao, recebe a mesma decisao.   *
      *-----------------------------------------------------------*
       021-DECIDE-LINHA-GL.
           ADD 1 TO WS-IDX-RET
           IF WS-RTG-DECIDIDO(WS-IDX-RET) = "N"
               MOVE WS-RTG-DADOS(WS-IDX-RET) TO HG-RETIDO-REC
               MOVE HG-DADOS-TRANS TO GL-TRANS-REC
               IF GL-SISTEMA-ORIGEM NOT = SPACES
                   MOVE SPACES TO WS-LIN-EMPRESA
               ELSE
                   MOVE GL-COMPANY-CODE TO WS-LIN-EMPRESA
               END-IF
               IF GL-REFERENCIA = WS-GRP-REFERENCIA
                  AND WS-LIN-EMPRESA = WS-GRP-EMPRESA
                   MOVE "S" TO WS-RTG-DECIDIDO(WS-IDX-RET)
                   MOVE WS-IDX-RET TO WS-IDX-ITEM
                   ADD 1 TO WS-QTDE-LINHAS-GRUPO
                   IF DC-APROVA
                       MOVE HG-DADOS-TRANS TO LG-LIBERADO-REC
                       WRITE LG-LIBERADO-REC
                       ADD 1 TO WS-QTDE-APROVADOS
                   ELSE
                       ADD 1 TO WS-QTDE-REJEITADOS
                   END-IF
                   PERFORM 014-GRAVA-AUD-DECISAO
                   PERFORM 020-GRAVA-CTL-DUPLO
               END-IF
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
