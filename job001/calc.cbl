      *              SEM reprocesso - reparseada no layout novo ela           *
      *              viraria transacao intercompany fantasma. Item em         *
      *              layout antigo sai no console para redigitacao.           *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Sign-on do OPERCARD (OPERCARD.CPY: ID,   *
      *              senha e senha nova) conferido pelo servico    *
      *              SENHASVC antes da validacao no OPERMAST;      *
      *              senha invalida, operador bloqueado ou senha   *
      *              expirada sem troca encerram o programa.       *
      * 15/10/2026 - IR - Operador que digitou o lote              *
      *              (BH-OPERADOR-ID do header) levado ao jornal   *
      *              em JR-OPERADOR-LOTE, e o retido CALCHOLD      *
      *              passa a carregar o operador do run e o do     *
      *              lote, para o relatorio de segregacao de       *
      *              funcoes SODREL01.                             *
      * 15/10/2026 - IR - Periodo 13 de ajuste de empresa          *
      *              (PD-COMPANY-CODE preenchido no PERIODOS,      *
      *              calendario fiscal CALFISC) nao entra na       *
      *              tabela de periodos: transacao do CALCIN so    *
      *              posta em mes de calendario.                   *
      * 15/10/2026 - IR - Registro de cancelamento no CALCIN       *
      *              (TX-OPERACAO "C", TX-REFERENCIA = referencia  *
      *              original): confere a postagem no CALCHIST e o *
      *              original no CALCJRNL, rejeita com "NP" o      *
      *              nunca postado e com "JC" o ja cancelado,      *
      *              posta o RESULT negado do original na mesma    *
      *              empresa/moeda (totais do lote no              *
      *              AUDITLOG/IFACETOT) e jornaliza a marca do     *
      *              original ("C"/"O") e o cancelamento ("P"/"E") *
      *              com a referencia original. Vale tambem no     *
      *              cartao CALCPARM.                              *
      * 15/10/2026 - IR - Modo particao: com o lote dividido pelo  *
      *              CALCSPLT (CALCSPLC com divisao aberta,        *
      *              DIVLOTE.CPY) o CALC pega a primeira particao  *
      *              livre e processa so ela, com os arquivos de   *
      *              sufixo .Pnn - CALCIN, CALCOUT, CALCJRNL,      *
      *              CALCREJ, CALCHOLD, AUDITLOG, IFACETOT - e     *
      *              trava LOCKCALC.Pnn propria, para varios CALC  *
      *              rodarem ao mesmo tempo. Cada detalhe          *
      *              processado regrava o checkpoint CKPTCALC.Pnn  *
      *              (CKPTCALC.CPY) com contadores, totais e       *
      *              quantidade/hash dos detalhes; o CALC que      *
      *              pegar uma particao com checkpoint em execucao *
      *              retoma depois do ultimo registro. Na particao *
      *              nao ha controle diario (feito no CALCSPLT e   *
      *              carimbado no CALCMERG), reprocesso de         *
      *              suspensa nem liberacoes do CALCRELS (ficam    *
      *              para o run seguinte sem divisao), e o         *
      *              IFACETOT.Pnn sai sem sequencia do IFSEQCTL    *
      *              (numerado na juncao). Restando particao livre *
      *              ao final, devolve RETURN-CODE 2 para o        *
      *              DRIVER01 chamar de novo.                      *
      * 15/10/2026 - IR - Registro do AUDITLOG e evento do ERRLOG  *
      *              encadeados pelo servico CADEISVC antes do     *
      *              WRITE: sequencia da cabeca                    *
      *              (AUDCHAIN/ERRCHAIN) e hash do conteudo com o  *
      *              hash do registro anterior, conferidos pelo    *
      *              CADEIA01. No modo particao o AUDITLOG.Pnn sai *
      *              sem cadeia e e encadeado pelo CALCMERG na     *
      *              juncao.                                       *
      * 15/10/2026 - IR - Postagem pelo calendario da empresa: com *
      *              o DATAPROC do dia, a data de postagem do      *
      *              CALCHIST, do INTERCO e do IFACETOT de cada    *
      *              empresa sai do CALSVC com o calendario de     *
      *              feriados do EMPRESA (EM-CALENDARIO), e nao    *
      *              mais do dia util do calendario padrao;        *
      *              calendario padrao ou sem DATAPROC mantem a    *
      *              data do lote.                                 *
      * 15/10/2026 - IR - Relatorio CALCSIM arquivado depois do    *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      * 15/10/2026 - IR - Cancelamento de transacao intercompany   *
      *              recusado com motivo "CI": perna espelhada     *
      *              (prefixo IC) ou original com par no INTERCO   *
      *              ou com espelho retido no CALCHOLD ou liberado *
      *              no CALCRELS. O cancelamento negaria so a      *
      *              perna da empresa e deixaria o espelho e o par *
      *              liquidado pelo INTSET01 e com juros do        *
      *              JURIC01; a correcao e uma nova transacao      *
      *              intercompany de sinal oposto.                 *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-IN-FILE  ASSIGN USING WS-CALCIN-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALCIN.
           SELECT CALC-OUT-FILE ASSIGN USING WS-CALCOUT-NOME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALC-PARM-FILE ASSIGN TO "CALCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALCPARM.
           SELECT AUDIT-LOG-FILE ASSIGN USING WS-AUDITLOG-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
           SELECT IFACE-FILE ASSIGN USING WS-IFACE-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IFACE.
           SELECT OPERADOR-FILE ASSIGN TO "OPERCARD"
           SELECT OVERRIDE-FILE ASSIGN TO "FORCECALC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FORCE.
           SELECT REJEITO-FILE ASSIGN USING WS-REJEITO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITO.
           SELECT CAMBIO-FILE ASSIGN TO "EXRATES"
           SELECT DATA-PROC-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAPROC.
           SELECT JORNAL-FILE ASSIGN USING WS-JORNAL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.
           SELECT JORNAL-CONSULTA-FILE ASSIGN TO "CALCJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL-CONS.
           SELECT TRAVA-FILE ASSIGN USING WS-TRAVA-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRAVA.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
           SELECT LIMITES-FILE ASSIGN TO "LIMITES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIMITES.
           SELECT RETIDO-FILE ASSIGN USING WS-RETIDO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETIDO.
           SELECT LIBERADO-FILE ASSIGN TO "CALCRELS"
           SELECT ESPELHO-SEQ-FILE ASSIGN TO "ICSEQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESPSEQ.
           SELECT DIVISAO-FILE ASSIGN TO "CALCSPLC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIVISAO.
           SELECT CHECKPOINT-FILE ASSIGN USING WS-CKPT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CKPT.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-IN-FILE.
       FD  IFACE-FILE.
           COPY INTERFACE.
       FD  OPERADOR-FILE.
           COPY OPERCARD.
       FD  CONTROLE-FILE.
           COPY CTLDIARIO.
       FD  OVERRIDE-FILE.
           COPY DATAPROC.
       FD  JORNAL-FILE.
           COPY JOURNAL.
       FD  JORNAL-CONSULTA-FILE.
       01  JC-JORNAL-REC.
           05 FILLER                 PIC X(24).
           05 JC-REFERENCIA          PIC X(10).
           05 JC-COMPANY-CODE        PIC X(03).
           05 JC-CURRENCY-CODE       PIC X(03).
           05 JC-VALOR-1             PIC S9(7)V99.
           05 JC-OPERACAO            PIC X(01).
           05 JC-VALOR-2             PIC S9(7)V99.
           05 JC-RESULTADO           PIC S9(7)V99.
           05 JC-SITUACAO            PIC X(01).
           05 FILLER                 PIC X(18).
           05 JC-TIPO-LANCAMENTO     PIC X(01).
       FD  TRAVA-FILE.
           COPY RUNLOCK.
       FD  ERRO-EVENTO-FILE.
               88 HD-MOTIVO-TRANSACAO    VALUE "LT".
               88 HD-MOTIVO-LOTE         VALUE "LL".
           05 HD-DATA-PROCES         PIC 9(08).
           05 HD-OPERADOR-ID         PIC X(08).
           05 HD-OPERADOR-LOTE       PIC X(08).
       FD  LIBERADO-FILE.
       01  LB-LIBERADO-REC.
           05 LB-DADOS-TRANSACAO     PIC X(46).
       01  CL-LOTE-REC.
           05 CL-DATA                PIC 9(08).
           05 CL-NUMERO-LOTE         PIC 9(04).
       FD  DIVISAO-FILE.
           COPY DIVLOTE.
       FD  CHECKPOINT-FILE.
           COPY CKPTCALC.
       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
           COPY SENHASVC.
           COPY CALENSVC.
           01 WS-FS-ERRLOG           PIC X(02).
           01 WS-FS-SEQCTL           PIC X(02).
           01 WS-FS-INTERCO          PIC X(02).
               05 WS-EMP-ENTRADA     OCCURS 20 TIMES.
                   10 WS-EMP-CODIGO   PIC X(03).
                   10 WS-EMP-SITUACAO PIC X(01).
                   10 WS-EMP-CALENDARIO PIC X(03).
                   10 WS-EMP-DATA-POSTAGEM PIC 9(08).
           01 WS-IDX-EMP             PIC 9(02) VALUE ZEROES.
           01 WS-EMP-ACHOU           PIC X(01) VALUE "N".
               88 EMPRESA-CADASTRADA VALUE "S".
           01 WS-EMPRESA-PROCURADA   PIC X(03) VALUE SPACES.
           01 WS-DATAPROC-FLAG       PIC X(01) VALUE "N".
               88 ROLA-POR-CALENDARIO VALUE "S".
           01 WS-EMPRESA-POSTAGEM    PIC X(03) VALUE SPACES.
           01 WS-DATA-POSTAGEM-EMP   PIC 9(08) VALUE ZEROES.
           01 WS-IDX-EMP-POST        PIC 9(02) VALUE ZEROES.
           01 WS-EMP-POST-ACHOU      PIC X(01) VALUE "N".
               88 EMPRESA-POSTAGEM-ACHADA VALUE "S".
           01 WS-FS-LIMITES          PIC X(02).
           01 WS-FS-RETIDO           PIC X(02).
           01 WS-FS-LIBERADO         PIC X(02).
               88 MODO-SIMULACAO     VALUE "S".
           01 WS-SIM-VALOR-EDITADO   PIC -(10)9.99.
           01 WS-SISTEMA-ORIGEM      PIC X(08) VALUE SPACES.
           01 WS-OPERADOR-LOTE       PIC X(08) VALUE SPACES.
           01 WS-FS-CTLLOTES         PIC X(02).
           01 WS-NUMERO-LOTE         PIC 9(04) VALUE ZEROES.
           01 WS-EOF-CTLLOTES        PIC X(01) VALUE "N".
           01 WS-FS-OPERMAST         PIC X(02).
           01 WS-FS-DATAPROC         PIC X(02).
           01 WS-FS-JORNAL           PIC X(02).
           01 WS-FS-JORNAL-CONS      PIC X(02).
           01 WS-EOF-JORNAL-CONS     PIC X(01) VALUE "N".
               88 FIM-DO-JORNAL-CONS VALUE "S".
           01 WS-TIPO-LANCAMENTO     PIC X(01) VALUE "N".
               88 LANCAMENTO-NORMAL  VALUE "N".
               88 ORIGINAL-CANCELADO VALUE "O".
               88 LANCAMENTO-CANCELAMENTO VALUE "E".
           01 WS-ORIGINAL-ACHOU      PIC X(01) VALUE "N".
               88 ORIGINAL-ENCONTRADO VALUE "S".
           01 WS-CANCELADO-ACHOU     PIC X(01) VALUE "N".
               88 ORIGINAL-JA-CANCELADO VALUE "S".
           01 WS-INTERCO-ACHOU       PIC X(01) VALUE "N".
               88 ORIGINAL-INTERCOMPANY VALUE "S".
           01 WS-EOF-CONSULTA-IC     PIC X(01) VALUE "N".
               88 FIM-DA-CONSULTA-IC VALUE "S".
           01 WS-RETIDO-NOME-SALVO   PIC X(20) VALUE SPACES.
           01 WS-ORIGINAL-CANCELAR.
               05 WS-ORG-COMPANY     PIC X(03).
               05 WS-ORG-CURRENCY    PIC X(03).
               05 WS-ORG-VALOR-1     PIC S9(7)V99.
               05 WS-ORG-OPERACAO    PIC X(01).
               05 WS-ORG-VALOR-2     PIC S9(7)V99.
               05 WS-ORG-RESULTADO   PIC S9(7)V99.
           01 WS-QTDE-CANCELAMENTOS  PIC 9(05) VALUE ZEROES.
           01 WS-FS-TRAVA            PIC X(02).
           01 WS-TRAVA-NOME          PIC X(20) VALUE "LOCKCALC".
           01 WS-CALCIN-NOME         PIC X(20) VALUE "CALCIN".
           01 WS-CALCOUT-NOME        PIC X(20) VALUE "CALCOUT".
           01 WS-AUDITLOG-NOME       PIC X(20) VALUE "AUDITLOG".
           01 WS-IFACE-NOME          PIC X(20) VALUE "IFACETOT".
           01 WS-REJEITO-NOME        PIC X(20) VALUE "CALCREJ".
           01 WS-JORNAL-NOME         PIC X(20) VALUE "CALCJRNL".
           01 WS-RETIDO-NOME         PIC X(20) VALUE "CALCHOLD".
           01 WS-CKPT-NOME           PIC X(20) VALUE "CKPTCALC".
           01 WS-FS-DIVISAO          PIC X(02).
           01 WS-FS-CKPT             PIC X(02).
           01 WS-MODO-DIVISAO        PIC X(01) VALUE "N".
               88 MODO-PARTICAO      VALUE "S".
           01 WS-PARTICAO-FLAG       PIC X(01) VALUE "N".
               88 PARTICAO-OBTIDA    VALUE "S".
           01 WS-RETOMADA-FLAG       PIC X(01) VALUE "N".
               88 PARTICAO-RETOMADA  VALUE "S".
           01 WS-LIVRE-FLAG          PIC X(01) VALUE "N".
               88 PARTICAO-LIVRE     VALUE "S".
           01 WS-EOF-DIVISAO         PIC X(01) VALUE "N".
               88 FIM-DA-DIVISAO     VALUE "S".
           01 WS-TABELA-PARTICOES.
               05 WS-PAR-QTDE        PIC 9(02) VALUE ZEROES.
               05 WS-PAR-ENTRADA     OCCURS 21 TIMES.
                   10 WS-PAR-NUMERO   PIC 9(02).
                   10 WS-PAR-COMPANY  PIC X(03).
           01 WS-IDX-PAR             PIC 9(02) VALUE ZEROES.
           01 WS-PAR-ATUAL           PIC 9(02) VALUE ZEROES.
           01 WS-QTDE-PENDENTES      PIC 9(02) VALUE ZEROES.
           01 WS-SUFIXO-PARTICAO.
               05 FILLER             PIC X(02) VALUE ".P".
               05 WS-SUF-NUMERO      PIC 9(02).
           01 WS-CKPT-SITUACAO       PIC X(01) VALUE SPACES.
           01 WS-REG-RETOMADA        PIC 9(07) VALUE ZEROES.
           01 WS-QTDE-PROC-PARTICAO  PIC 9(07) VALUE ZEROES.
           01 WS-HASH-PROC-PARTICAO  PIC S9(11)V99 VALUE ZEROES.
           01 WS-TRAVA-RC            PIC 9(04) COMP-5.
           01 WS-TRAVA-FLAG          PIC X(01) VALUE "N".
               88 TRAVA-OBTIDA       VALUE "S".
               88 OPERACAO-MULTIPLICA VALUE "*".
               88 OPERACAO-DIVIDE    VALUE "/".
               88 OPERACAO-VALIDA    VALUE "+" "-" "*" "/".
               88 OPERACAO-CANCELA   VALUE "C".
           01 WS-NOME-PROGRAMA       PIC X(08) VALUE "CALC".
           01 WS-MSG-ERRO            PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
           PERFORM 079-VERIFICA-SIMULACAO
           PERFORM 046-APLICA-DATA-PROCESSAMENTO
           PERFORM 010-CAPTURA-OPERADOR
           PERFORM 103-VERIFICA-DIVISAO
           IF MODO-PARTICAO AND NOT PARTICAO-OBTIDA
               DISPLAY "CALC - NENHUMA PARTICAO PENDENTE NO CALCSPLC "
                   "- NADA A PROCESSAR"
               GOBACK
           END-IF
           PERFORM 048-OBTEM-TRAVA
           PERFORM 027-CARREGA-TAXAS-CAMBIO
           PERFORM 050-CARREGA-PERIODOS
               MOVE "FALHA AO ABRIR CALCJRNL" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF MODO-PARTICAO
               SET MODO-ARQUIVO TO TRUE
           ELSE
               OPEN INPUT CALC-PARM-FILE
               IF WS-FS-CALCPARM = "00"
                   SET MODO-PARM TO TRUE
                   MOVE "CALCPARM" TO WS-SISTEMA-ORIGEM
               ELSE
                   SET MODO-ARQUIVO TO TRUE
               END-IF
           END-IF
           IF MODO-ARQUIVO
               PERFORM 035-VERIFICA-LOTE-ENTRADA
           END-IF
           IF NOT MODO-PARTICAO
               PERFORM 011-VERIFICA-CONTROLE-DIARIO
           END-IF
           IF NOT MODO-SIMULACAO
               IF PARTICAO-RETOMADA
                   OPEN EXTEND CALC-OUT-FILE
               ELSE
                   OPEN OUTPUT CALC-OUT-FILE
               END-IF
           END-IF
           IF NOT MODO-PARTICAO
               PERFORM 020-CARREGA-SUSPENSE
           END-IF
           IF NOT MODO-SIMULACAO
               IF PARTICAO-RETOMADA
                   OPEN EXTEND REJEITO-FILE
               ELSE
                   OPEN OUTPUT REJEITO-FILE
               END-IF
               IF WS-FS-REJEITO NOT = "00"
                   MOVE WS-FS-REJEITO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CALCREJ" TO WS-MSG-ERRO
               END-IF
           END-IF
           PERFORM 022-REPROCESSA-SUSPENSE
           IF NOT MODO-PARTICAO
               PERFORM 072-PROCESSA-LIBERADOS
           END-IF
           EVALUATE TRUE
               WHEN MODO-PARM
                   PERFORM 007-PROCESSA-PARM
               NOT AT END
                   ADD 1 TO WS-NUM-REGISTRO
                   IF WS-NUM-REGISTRO > 1 AND
                      WS-NUM-REGISTRO < WS-QTDE-TOTAL-LOTE AND
                      WS-NUM-REGISTRO > WS-REG-RETOMADA
                       IF MODO-PARTICAO
                           PERFORM 113-ACUMULA-PROCESSADO
                       END-IF
                       PERFORM 018-PROCESSA-TRANSACAO
                       IF MODO-PARTICAO
                           PERFORM 106-GRAVA-CHECKPOINT
                       END-IF
                   END-IF
           END-READ.

                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   MOVE BH-SISTEMA-ORIGEM TO WS-SISTEMA-ORIGEM
                   MOVE BH-OPERADOR-ID    TO WS-OPERADOR-LOTE
                   IF BH-NUMERO-LOTE IS NUMERIC
                       MOVE BH-NUMERO-LOTE TO WS-NUMERO-LOTE
                   END-IF
           END-IF.

       018-PROCESSA-TRANSACAO.
           MOVE TX-OPERACAO TO WS-OPERACAO
           IF OPERACAO-CANCELA
               PERFORM 098-PROCESSA-CANCELAMENTO
           ELSE
               PERFORM 003-VALIDA-REGISTRO
               IF REGISTRO-VALIDO
                   PERFORM 004-CALCULA
               END-IF
               IF REGISTRO-VALIDO
                   PERFORM 061-ARREDONDA-POR-MOEDA
                   MOVE "N" TO WS-RETIDO-FLAG
                   IF VALIDA-LIMITES AND NOT REGISTRO-LIBERADO
                       PERFORM 070-CHECA-LIMITES
                   END-IF
                   IF REGISTRO-RETIDO
                       PERFORM 071-GRAVA-RETIDO
                   ELSE
                       PERFORM 019-POSTA-TRANSACAO
                       DISPLAY "RESULTADO DA OPERACAO " WS-OPERACAO
                           ": " RESULT " REF: " TX-REFERENCIA
                           " DATA: " TX-DATA-TRANSACAO
                           " EMPRESA: " TX-COMPANY-CODE
                           " MOEDA: " TX-CURRENCY-CODE
                       IF TX-CONTRA-COMPANY NOT = SPACES
                           PERFORM 062-POSTA-ESPELHO-INTERCO
                       END-IF
                   END-IF
               ELSE
                   PERFORM 015-GRAVA-REJEITO
               END-IF
           END-IF.

       019-POSTA-TRANSACAO.
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OC-OPERADOR-ID TO WS-OPERADOR-ID
                           PERFORM 096-CONFERE-SENHA
                   END-READ
                   CLOSE OPERADOR-FILE
               WHEN "35"
           DISPLAY "OPERADOR DO RUN: " WS-OPERADOR-ID
               " NIVEL: " WS-NIVEL-AUTORIDADE.

       096-CONFERE-SENHA.
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

       043-VALIDA-OPERADOR.
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

                   DISPLAY "CARTAO DE PARAMETRO CALCPARM VAZIO"
               NOT AT END
                   MOVE CALC-PARM-REC TO TX-TRANSACAO-REC
                   MOVE TX-OPERACAO TO WS-OPERACAO
                   IF OPERACAO-CANCELA
                       PERFORM 098-PROCESSA-CANCELAMENTO
                   ELSE
                       PERFORM 003-VALIDA-REGISTRO
                       IF REGISTRO-VALIDO
                           PERFORM 004-CALCULA
                       END-IF
                       IF REGISTRO-VALIDO
                           PERFORM 061-ARREDONDA-POR-MOEDA
                           MOVE "N" TO WS-RETIDO-FLAG
                           IF VALIDA-LIMITES AND NOT REGISTRO-LIBERADO
                               PERFORM 070-CHECA-LIMITES
                           END-IF
                           IF REGISTRO-RETIDO
                               PERFORM 071-GRAVA-RETIDO
                           ELSE
                               PERFORM 019-POSTA-TRANSACAO
                               DISPLAY "RESULTADO DA OPERACAO (PARM) "
                                   WS-OPERACAO ": " RESULT " REF: "
                                   TX-REFERENCIA " DATA: "
                                   TX-DATA-TRANSACAO
                                   " EMPRESA: " TX-COMPANY-CODE
                                   " MOEDA: " TX-CURRENCY-CODE
                               IF TX-CONTRA-COMPANY NOT = SPACES
                                   PERFORM 062-POSTA-ESPELHO-INTERCO
                               END-IF
                           END-IF
                       ELSE
                           PERFORM 015-GRAVA-REJEITO
                       END-IF
                   END-IF
           END-READ
           CLOSE CALC-PARM-FILE.

       006-GRAVA-AUDITORIA.
           IF MODO-PARTICAO
               OPEN OUTPUT AUDIT-LOG-FILE
           ELSE
               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-FS-AUDITLOG = "35"
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF
           END-IF
           IF WS-FS-AUDITLOG NOT = "00"
               MOVE WS-FS-AUDITLOG TO WS-FS-ERRO
           MOVE WS-OPERADOR-ID   TO AUD-OPERADOR-ID
           MOVE "N" TO AUD-TIPO-LANCAMENTO
           MOVE WS-NUMERO-LOTE TO AUD-NUMERO-LOTE
           IF MODO-PARTICAO
               MOVE ZEROES TO AUD-CADEIA
           ELSE
               SET CD-ENCADEIA TO TRUE
               MOVE "AUDITLOG" TO CD-ARQUIVO
               CALL "CADEISVC" USING CD-PARAMETROS
                   AUD-CONTEUDO AUD-CADEIA
                   ON EXCEPTION
                       MOVE ZEROES TO AUD-CADEIA
               END-CALL
           END-IF
           WRITE AUD-LOG-REC.

       008-GRAVA-INTERFACE.
           IF MODO-PARTICAO
               OPEN OUTPUT IFACE-FILE
           ELSE
               OPEN EXTEND IFACE-FILE
               IF WS-FS-IFACE = "35"
                   OPEN OUTPUT IFACE-FILE
               END-IF
           END-IF
           IF WS-FS-IFACE NOT = "00"
               MOVE WS-FS-IFACE TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR IFACETOT" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF NOT MODO-PARTICAO
               PERFORM 055-LE-SEQUENCIA
           END-IF
           MOVE ZEROES TO WS-IDX-TOT
           PERFORM 026-GRAVA-IF-COMBINACAO
               UNTIL WS-IDX-TOT = WS-TOT-QTDE
           IF NOT MODO-PARTICAO
               PERFORM 056-GRAVA-SEQUENCIA
           END-IF
           CLOSE IFACE-FILE.

       026-GRAVA-IF-COMBINACAO.
           ADD 1 TO WS-IDX-TOT
           MOVE "CALC"           TO IF-PROGRAMA
           MOVE WS-TOT-COMPANY(WS-IDX-TOT) TO WS-EMPRESA-POSTAGEM
           PERFORM 115-DATA-POSTAGEM-EMPRESA
           MOVE WS-DATA-POSTAGEM-EMP TO IF-DATA-EXEC
           COMPUTE IF-HORA-EXEC = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
       042-GRAVA-HISTORICO.
           IF TX-REFERENCIA NOT = SPACES
              AND NOT MODO-SIMULACAO
              AND NOT LANCAMENTO-CANCELAMENTO
               MOVE TX-REFERENCIA    TO HS-REFERENCIA
               MOVE TX-COMPANY-CODE  TO WS-EMPRESA-POSTAGEM
               PERFORM 115-DATA-POSTAGEM-EMPRESA
               MOVE WS-DATA-POSTAGEM-EMP TO HS-DATA-POSTAGEM
               MOVE WS-OPERADOR-ID   TO HS-OPERADOR-ID
               WRITE HS-HISTORICO-REC
                   INVALID KEY
               END-WRITE
           END-IF.

      *-----------------------------------------------------------*
      * Cancelamento de uma transacao postada (TX-OPERACAO "C"):  *
      * a referencia tem de estar no CALCHIST e o original        *
      * postado no CALCJRNL, sem marca de cancelamento anterior.  *
      * Posta o RESULT negado do original na mesma empresa e      *
      * moeda (entra nos totais do lote no AUDITLOG/IFACETOT) e   *
      * jornaliza a marca do original ("C"/"O") e o cancelamento  *
      * ("P"/"E"), os dois com a referencia original.             *
      *-----------------------------------------------------------*
       098-PROCESSA-CANCELAMENTO.
           PERFORM 099-VALIDA-CANCELAMENTO
           IF REGISTRO-VALIDO
               PERFORM 102-POSTA-CANCELAMENTO
           ELSE
               PERFORM 015-GRAVA-REJEITO
           END-IF.

       099-VALIDA-CANCELAMENTO.
           SET REGISTRO-VALIDO TO TRUE
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           IF TX-REFERENCIA = SPACES
               DISPLAY "CANCELAMENTO REJEITADO - SEM REFERENCIA "
                   "ORIGINAL"
               MOVE "NP" TO WS-MOTIVO-REJEICAO
               SET REGISTRO-INVALIDO TO TRUE
           END-IF
           IF REGISTRO-VALIDO
               PERFORM 052-VALIDA-DATA-TRANSACAO
           END-IF
           IF REGISTRO-VALIDO
               PERFORM 040-CHECA-REFERENCIA-DUPLICADA
               IF NOT REFERENCIA-JA-POSTADA
                   DISPLAY "CANCELAMENTO REJEITADO - REFERENCIA NAO "
                       "POSTADA: " TX-REFERENCIA
                   MOVE "NP" TO WS-MOTIVO-REJEICAO
                   SET REGISTRO-INVALIDO TO TRUE
               END-IF
           END-IF
           IF REGISTRO-VALIDO
               PERFORM 100-PROCURA-ORIGINAL
               IF NOT ORIGINAL-ENCONTRADO
                   DISPLAY "CANCELAMENTO REJEITADO - ORIGINAL POSTADO "
                       "FORA DO CALCJRNL: " TX-REFERENCIA
                   MOVE "NP" TO WS-MOTIVO-REJEICAO
                   SET REGISTRO-INVALIDO TO TRUE
               ELSE
                   IF ORIGINAL-JA-CANCELADO
                       DISPLAY "CANCELAMENTO REJEITADO - REFERENCIA "
                           "JA CANCELADA: " TX-REFERENCIA
                       MOVE "JC" TO WS-MOTIVO-REJEICAO
                       SET REGISTRO-INVALIDO TO TRUE
                   END-IF
               END-IF
           END-IF
           IF REGISTRO-VALIDO
               PERFORM 118-CHECA-INTERCOMPANY
               IF ORIGINAL-INTERCOMPANY
                   DISPLAY "CANCELAMENTO REJEITADO - TRANSACAO "
                       "INTERCOMPANY: " TX-REFERENCIA
                   MOVE "CI" TO WS-MOTIVO-REJEICAO
                   SET REGISTRO-INVALIDO TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * O jornal do run e fechado e reaberto em volta da leitura, *
      * para que o que ja foi postado neste run tambem conte.     *
      *-----------------------------------------------------------*
       100-PROCURA-ORIGINAL.
           MOVE "N" TO WS-ORIGINAL-ACHOU
           MOVE "N" TO WS-CANCELADO-ACHOU
           MOVE "N" TO WS-EOF-JORNAL-CONS
           CLOSE JORNAL-FILE
           OPEN INPUT JORNAL-CONSULTA-FILE
           EVALUATE WS-FS-JORNAL-CONS
               WHEN "00"
                   PERFORM 101-LE-JORNAL-CONSULTA
                       UNTIL FIM-DO-JORNAL-CONS
                   CLOSE JORNAL-CONSULTA-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-JORNAL-CONS TO WS-FS-ERRO
                   MOVE "FALHA AO CONSULTAR CALCJRNL" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           OPEN EXTEND JORNAL-FILE
           IF WS-FS-JORNAL = "35"
               OPEN OUTPUT JORNAL-FILE
           END-IF
           IF WS-FS-JORNAL NOT = "00"
               MOVE WS-FS-JORNAL TO WS-FS-ERRO
               MOVE "FALHA AO REABRIR CALCJRNL" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       101-LE-JORNAL-CONSULTA.
           READ JORNAL-CONSULTA-FILE
               AT END
                   SET FIM-DO-JORNAL-CONS TO TRUE
               NOT AT END
                   IF JC-REFERENCIA = TX-REFERENCIA
                       EVALUATE TRUE
                           WHEN JC-SITUACAO = "C"
                           WHEN JC-TIPO-LANCAMENTO = "E"
                               SET ORIGINAL-JA-CANCELADO TO TRUE
                           WHEN JC-SITUACAO = "P"
                               SET ORIGINAL-ENCONTRADO TO TRUE
                               MOVE JC-COMPANY-CODE  TO WS-ORG-COMPANY
                               MOVE JC-CURRENCY-CODE TO WS-ORG-CURRENCY
                               MOVE JC-VALOR-1       TO WS-ORG-VALOR-1
                               MOVE JC-OPERACAO      TO WS-ORG-OPERACAO
                               MOVE JC-VALOR-2       TO WS-ORG-VALOR-2
                               MOVE JC-RESULTADO
                                   TO WS-ORG-RESULTADO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       102-POSTA-CANCELAMENTO.
           MOVE WS-ORG-COMPANY   TO TX-COMPANY-CODE
           MOVE WS-ORG-CURRENCY  TO TX-CURRENCY-CODE
           MOVE WS-ORG-VALOR-1   TO TX-VALOR-1
           MOVE WS-ORG-OPERACAO  TO TX-OPERACAO
           MOVE WS-ORG-VALOR-2   TO TX-VALOR-2
           MOVE SPACES           TO TX-CONTRA-COMPANY
           SET ORIGINAL-CANCELADO TO TRUE
           MOVE WS-ORG-RESULTADO TO JR-RESULTADO
           MOVE "C"    TO JR-SITUACAO
           MOVE SPACES TO JR-MOTIVO
           PERFORM 047-GRAVA-JORNAL
           SET LANCAMENTO-CANCELAMENTO TO TRUE
           COMPUTE RESULT = WS-ORG-RESULTADO * -1
           PERFORM 019-POSTA-TRANSACAO
           SET LANCAMENTO-NORMAL TO TRUE
           ADD 1 TO WS-QTDE-CANCELAMENTOS
           DISPLAY "CANCELAMENTO POSTADO: " RESULT
               " REF: " TX-REFERENCIA
               " DATA: " TX-DATA-TRANSACAO
               " EMPRESA: " TX-COMPANY-CODE
               " MOEDA: " TX-CURRENCY-CODE.

      *-----------------------------------------------------------*
      * Transacao intercompany nao se cancela pela operacao "C":  *
      * o cancelamento so negaria a perna da empresa e deixaria a *
      * perna espelhada e o par do INTERCO (liquidado pelo        *
      * INTSET01, base de juros do JURIC01). E intercompany a     *
      * perna espelhada (prefixo IC) e o original com par no      *
      * INTERCO ou com a perna espelhada retida (CALCHOLD) ou     *
      * liberada e ainda nao postada (CALCRELS). A correcao e uma *
      * nova transacao intercompany de sinal oposto, que posta as *
      * duas pernas e o par compensatorio no INTERCO.             *
      *-----------------------------------------------------------*
       118-CHECA-INTERCOMPANY.
           MOVE "N" TO WS-INTERCO-ACHOU
           MOVE TX-REFERENCIA TO WS-REF-ANALISE
           IF WS-REF-PREFIXO = "IC"
               SET ORIGINAL-INTERCOMPANY TO TRUE
           END-IF
           IF NOT ORIGINAL-INTERCOMPANY
               PERFORM 119-CONSULTA-INTERCO
           END-IF
           IF NOT ORIGINAL-INTERCOMPANY
               PERFORM 121-CONSULTA-RETIDOS
               IF WS-RETIDO-NOME NOT = "CALCHOLD"
                  AND NOT ORIGINAL-INTERCOMPANY
                   MOVE WS-RETIDO-NOME TO WS-RETIDO-NOME-SALVO
                   MOVE "CALCHOLD" TO WS-RETIDO-NOME
                   PERFORM 121-CONSULTA-RETIDOS
                   MOVE WS-RETIDO-NOME-SALVO TO WS-RETIDO-NOME
               END-IF
           END-IF
           IF NOT ORIGINAL-INTERCOMPANY
               PERFORM 123-CONSULTA-LIBERADOS
           END-IF.

       119-CONSULTA-INTERCO.
           MOVE "N" TO WS-EOF-CONSULTA-IC
           OPEN INPUT INTERCO-FILE
           EVALUATE WS-FS-INTERCO
               WHEN "00"
                   PERFORM 120-LE-INTERCO
                       UNTIL FIM-DA-CONSULTA-IC
                   CLOSE INTERCO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-INTERCO TO WS-FS-ERRO
                   MOVE "FALHA AO CONSULTAR INTERCO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       120-LE-INTERCO.
           READ INTERCO-FILE
               AT END
                   SET FIM-DA-CONSULTA-IC TO TRUE
               NOT AT END
                   IF IC-REFERENCIA = TX-REFERENCIA
                      AND IC-COMPANY-CODE = WS-ORG-COMPANY
                       SET ORIGINAL-INTERCOMPANY TO TRUE
                       SET FIM-DA-CONSULTA-IC TO TRUE
                   END-IF
           END-READ.

       121-CONSULTA-RETIDOS.
           MOVE "N" TO WS-EOF-CONSULTA-IC
           OPEN INPUT RETIDO-FILE
           EVALUATE WS-FS-RETIDO
               WHEN "00"
                   PERFORM 122-LE-RETIDO
                       UNTIL FIM-DA-CONSULTA-IC
                   CLOSE RETIDO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-RETIDO TO WS-FS-ERRO
                   MOVE "FALHA AO CONSULTAR CALCHOLD" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       122-LE-RETIDO.
           READ RETIDO-FILE
               AT END
                   SET FIM-DA-CONSULTA-IC TO TRUE
               NOT AT END
                   IF HD-SENTIDO-ESPELHO
                      AND HD-REF-ORIGINAL = TX-REFERENCIA
                      AND HD-EMPRESA-ORIGEM = WS-ORG-COMPANY
                       SET ORIGINAL-INTERCOMPANY TO TRUE
                       SET FIM-DA-CONSULTA-IC TO TRUE
                   END-IF
           END-READ.

       123-CONSULTA-LIBERADOS.
           MOVE "N" TO WS-EOF-CONSULTA-IC
           OPEN INPUT LIBERADO-FILE
           EVALUATE WS-FS-LIBERADO
               WHEN "00"
                   PERFORM 124-LE-LIBERADO-CONSULTA
                       UNTIL FIM-DA-CONSULTA-IC
                   CLOSE LIBERADO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-LIBERADO TO WS-FS-ERRO
                   MOVE "FALHA AO CONSULTAR CALCRELS" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       124-LE-LIBERADO-CONSULTA.
           READ LIBERADO-FILE
               AT END
                   SET FIM-DA-CONSULTA-IC TO TRUE
               NOT AT END
                   IF LB-SENTIDO = "E"
                      AND LB-REF-ORIGINAL = TX-REFERENCIA
                      AND LB-EMPRESA-ORIGEM = WS-ORG-COMPANY
                       SET ORIGINAL-INTERCOMPANY TO TRUE
                       SET FIM-DA-CONSULTA-IC TO TRUE
                   END-IF
           END-READ.

       999-FIM.
           IF MODO-ARQUIVO
               CLOSE CALC-IN-FILE
               DISPLAY "REGISTROS REPROCESSADOS DA SUSPENSE: "
                   WS-QTDE-REPROCESSADOS
           END-IF
           IF WS-QTDE-CANCELAMENTOS > ZEROES
               DISPLAY "CANCELAMENTOS DE TRANSACAO POSTADOS: "
                   WS-QTDE-CANCELAMENTOS
           END-IF
           IF WS-QTDE-INTERCO > ZEROES
               DISPLAY "PERNAS ESPELHADAS INTERCOMPANY POSTADAS: "
                   WS-QTDE-INTERCO
           ELSE
               PERFORM 006-GRAVA-AUDITORIA
               PERFORM 008-GRAVA-INTERFACE
               IF MODO-PARTICAO
                   PERFORM 108-CONCLUI-PARTICAO
               ELSE
               IF WS-QTDE-GRAVADOS > ZEROES
                   PERFORM 013-ATUALIZA-CONTROLE-DIARIO
               ELSE
                   DISPLAY "NENHUM REGISTRO GRAVADO - CTLCALC NAO "
                       "ATUALIZADO"
               END-IF
               END-IF
           END-IF
           PERFORM 049-LIBERA-TRAVA
           IF MODO-PARTICAO AND NOT MODO-SIMULACAO
               PERFORM 109-CONTA-PENDENTES
               IF WS-QTDE-PENDENTES > ZEROES
                   DISPLAY "CALC - PARTICOES AINDA LIVRES NO CALCSPLC: "
                       WS-QTDE-PENDENTES " - RETORNO 2 PEDE NOVA "
                       "CHAMADA"
                   MOVE 2 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

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
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DP-DATA-GERACAO = WS-DATA-ATUAL-NUM
                               SET ROLA-POR-CALENDARIO TO TRUE
                           END-IF
                           IF DP-DATA-GERACAO = WS-DATA-ATUAL-NUM
                              AND DP-DATA-UTIL NOT = WS-DATA-ATUAL-NUM
                               DISPLAY "DATA DE POSTAGEM AJUSTADA "
           MOVE TX-OPERACAO      TO JR-OPERACAO
           MOVE TX-VALOR-2       TO JR-VALOR-2
           MOVE WS-SISTEMA-ORIGEM TO JR-SISTEMA-ORIGEM
           IF REGISTRO-LIBERADO
               MOVE SPACES TO JR-OPERADOR-LOTE
           ELSE
               MOVE WS-OPERADOR-LOTE TO JR-OPERADOR-LOTE
           END-IF
           MOVE WS-TIPO-LANCAMENTO TO JR-TIPO-LANCAMENTO
           WRITE JR-JORNAL-REC.

       048-OBTEM-TRAVA.
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

       050-CARREGA-PERIODOS.
           OPEN INPUT PERIODOS-FILE
               AT END
                   SET FIM-DE-PERIODOS TO TRUE
               NOT AT END
                   IF PD-COMPANY-CODE = SPACES
                       PERFORM 097-GUARDA-PERIODO
                   END-IF
           END-READ.

       097-GUARDA-PERIODO.
           IF WS-PER-QTDE = 24
               MOVE "ARQUIVO PERIODOS EXCEDE A TABELA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-PER-QTDE
           MOVE PD-PERIODO  TO WS-PER-PERIODO(WS-PER-QTDE)
           MOVE PD-SITUACAO TO WS-PER-SITUACAO(WS-PER-QTDE).

       052-VALIDA-DATA-TRANSACAO.
           IF TX-DATA-TRANSACAO IS NOT NUMERIC
               DISPLAY "REGISTRO REJEITADO - DATA DA TRANSACAO NAO "
           END-IF.

       082-GRAVA-INTERCO-REAL.
           MOVE WS-EMP-ORIGINAL    TO WS-EMPRESA-POSTAGEM
           PERFORM 115-DATA-POSTAGEM-EMPRESA
           MOVE WS-DATA-POSTAGEM-EMP TO IC-DATA-POSTAGEM
           MOVE WS-REF-ORIGINAL    TO IC-REFERENCIA
           MOVE WS-EMP-ORIGINAL    TO IC-COMPANY-CODE
           MOVE TX-COMPANY-CODE    TO IC-CONTRA-COMPANY
                   ADD 1 TO WS-EMP-QTDE
                   MOVE EM-CODIGO   TO WS-EMP-CODIGO(WS-EMP-QTDE)
                   MOVE EM-SITUACAO TO WS-EMP-SITUACAO(WS-EMP-QTDE)
                   MOVE EM-CALENDARIO
                       TO WS-EMP-CALENDARIO(WS-EMP-QTDE)
                   MOVE ZEROES
                       TO WS-EMP-DATA-POSTAGEM(WS-EMP-QTDE)
           END-READ.

       066-VALIDA-EMPRESA.
           END-IF
           MOVE WS-MOTIVO-RETENCAO TO HD-MOTIVO
           MOVE WS-DATA-ATUAL-NUM  TO HD-DATA-PROCES
           MOVE WS-OPERADOR-ID     TO HD-OPERADOR-ID
           MOVE WS-OPERADOR-LOTE   TO HD-OPERADOR-LOTE
           OPEN EXTEND RETIDO-FILE
           IF WS-FS-RETIDO = "35"
               OPEN OUTPUT RETIDO-FILE
               " RETERIA: " WS-QTDE-RETIDOS
               DELIMITED BY SIZE INTO SIM-LINHA
           WRITE SIM-LINHA
           CLOSE SIM-RELAT-FILE
           MOVE "CALCSIM" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO.

       084-GRAVA-PREVISAO-COMBINACAO.
           ADD 1 TO WS-IDX-TOT
               WS-SIM-VALOR-EDITADO
               DELIMITED BY SIZE INTO SIM-LINHA
           WRITE SIM-LINHA.

      *-----------------------------------------------------------*
      * Lote dividido por empresa pelo CALCSPLT (CALCSPLC com     *
      * divisao aberta): o CALC roda em modo particao, pegando a  *
      * primeira particao livre - nao concluida no seu checkpoint *
      * e sem trava viva de outro CALC - e trabalhando so nos     *
      * arquivos dela (sufixo .Pnn). Juncao interrompida no       *
      * CALCMERG bloqueia o CALC ate a conferencia.               *
      *-----------------------------------------------------------*
       103-VERIFICA-DIVISAO.
           OPEN INPUT DIVISAO-FILE
           EVALUATE WS-FS-DIVISAO
               WHEN "00"
                   READ DIVISAO-FILE
                       AT END
                           SET FIM-DA-DIVISAO TO TRUE
                       NOT AT END
                           IF SC-REGISTRO-DIVISAO
                              AND SC-DIVISAO-EM-JUNCAO
                               MOVE SPACES TO WS-MSG-ERRO
                               STRING "JUNCAO DO CALCSPLC INTERROMPIDA"
                                   " - CONFERIR ANTES DO CALC"
                                   DELIMITED BY SIZE INTO WS-MSG-ERRO
                               PERFORM 9999-TRATA-ERRO
                           END-IF
                           IF SC-REGISTRO-DIVISAO
                              AND SC-DIVISAO-ABERTA
                               SET MODO-PARTICAO TO TRUE
                           ELSE
                               SET FIM-DA-DIVISAO TO TRUE
                           END-IF
                   END-READ
                   PERFORM 104-LE-PARTICAO-DIVISAO
                       UNTIL FIM-DA-DIVISAO
                   CLOSE DIVISAO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-DIVISAO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CALCSPLC" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF MODO-PARTICAO
               DISPLAY "CALC - LOTE DIVIDIDO NO CALCSPLC EM "
                   WS-PAR-QTDE " PARTICOES"
               MOVE ZEROES TO WS-IDX-PAR
               PERFORM 105-AVALIA-PARTICAO
                   UNTIL PARTICAO-OBTIDA OR WS-IDX-PAR = WS-PAR-QTDE
           END-IF.

       104-LE-PARTICAO-DIVISAO.
           READ DIVISAO-FILE
               AT END
                   SET FIM-DA-DIVISAO TO TRUE
               NOT AT END
                   IF SP-REGISTRO-PARTICAO AND WS-PAR-QTDE < 21
                       ADD 1 TO WS-PAR-QTDE
                       MOVE SP-NUMERO-PARTICAO
                           TO WS-PAR-NUMERO(WS-PAR-QTDE)
                       MOVE SP-COMPANY-CODE
                           TO WS-PAR-COMPANY(WS-PAR-QTDE)
                   END-IF
           END-READ.

       105-AVALIA-PARTICAO.
           ADD 1 TO WS-IDX-PAR
           PERFORM 110-MONTA-NOMES-PARTICAO
           PERFORM 111-TESTA-PARTICAO-LIVRE
           IF PARTICAO-LIVRE
               SET PARTICAO-OBTIDA TO TRUE
               MOVE WS-IDX-PAR TO WS-PAR-ATUAL
               DISPLAY "CALC - PARTICAO " WS-CALCIN-NOME
                   " EMPRESA " WS-PAR-COMPANY(WS-IDX-PAR)
               IF PARTICAO-RETOMADA
                   DISPLAY "CALC - PARTICAO RETOMADA PELO CHECKPOINT "
                       WS-CKPT-NOME " APOS O REGISTRO "
                       WS-REG-RETOMADA
               END-IF
           END-IF.

       106-GRAVA-CHECKPOINT.
           IF NOT MODO-SIMULACAO
               MOVE "E" TO WS-CKPT-SITUACAO
               PERFORM 107-GRAVA-REG-CHECKPOINT
           END-IF.

       107-GRAVA-REG-CHECKPOINT.
           MOVE WS-CKPT-SITUACAO       TO CK-SITUACAO
           MOVE WS-PAR-NUMERO(WS-PAR-ATUAL) TO CK-NUMERO-PARTICAO
           MOVE WS-PAR-COMPANY(WS-PAR-ATUAL) TO CK-COMPANY-CODE
           MOVE WS-DATA-ATUAL-NUM      TO CK-DATA-PROCES
           MOVE WS-OPERADOR-ID         TO CK-OPERADOR-ID
           MOVE WS-NUM-REGISTRO        TO CK-ULTIMO-REGISTRO
           MOVE WS-QTDE-PROC-PARTICAO  TO CK-QTDE-PROCESSADOS
           MOVE WS-HASH-PROC-PARTICAO  TO CK-HASH-PROCESSADO
           MOVE WS-QTDE-GRAVADOS       TO CK-QTDE-GRAVADOS
           MOVE WS-QTDE-REJEITADOS     TO CK-QTDE-REJEITADOS
           MOVE WS-QTDE-RETIDOS        TO CK-QTDE-RETIDOS
           MOVE WS-QTDE-CANCELAMENTOS  TO CK-QTDE-CANCELAMENTOS
           MOVE WS-QTDE-INTERCO        TO CK-QTDE-INTERCO
           MOVE WS-TOTAIS-LOTE         TO CK-TOTAIS
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-FS-CKPT NOT = "00"
               MOVE WS-FS-CKPT TO WS-FS-ERRO
               MOVE SPACES TO WS-MSG-ERRO
               STRING "FALHA AO GRAVAR " WS-CKPT-NOME
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           WRITE CK-CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.

       108-CONCLUI-PARTICAO.
           MOVE "C" TO WS-CKPT-SITUACAO
           PERFORM 107-GRAVA-REG-CHECKPOINT
           DISPLAY "CALC - PARTICAO " WS-CALCIN-NOME " CONCLUIDA - "
               "DETALHES: " WS-QTDE-PROC-PARTICAO
               " GRAVADOS: " WS-QTDE-GRAVADOS.

      *-----------------------------------------------------------*
      * Particoes ainda livres depois desta: o DRIVER01 chama o   *
      * CALC de novo enquanto ele devolver 2, e o passo so acaba  *
      * quando nao sobra particao para pegar.                     *
      *-----------------------------------------------------------*
       109-CONTA-PENDENTES.
           MOVE ZEROES TO WS-QTDE-PENDENTES
           MOVE ZEROES TO WS-IDX-PAR
           PERFORM 114-CONTA-UMA-PENDENTE
               UNTIL WS-IDX-PAR = WS-PAR-QTDE.

       110-MONTA-NOMES-PARTICAO.
           MOVE WS-PAR-NUMERO(WS-IDX-PAR) TO WS-SUF-NUMERO
           MOVE SPACES TO WS-CALCIN-NOME
           STRING "CALCIN" WS-SUFIXO-PARTICAO
               DELIMITED BY SIZE INTO WS-CALCIN-NOME
           MOVE SPACES TO WS-CALCOUT-NOME
           STRING "CALCOUT" WS-SUFIXO-PARTICAO
               DELIMITED BY SIZE INTO WS-CALCOUT-NOME
           MOVE SPACES TO WS-AUDITLOG-NOME
           STRING "AUDITLOG" WS-SUFIXO-PARTICAO
               DELIMITED BY SIZE INTO WS-AUDITLOG-NOME
           MOVE SPACES TO WS-IFACE-NOME
           STRING "IFACETOT" WS-SUFIXO-PARTICAO
               DELIMITED BY SIZE INTO WS-IFACE-NOME
           MOVE SPACES TO WS-REJEITO-NOME
           STRING "CALCREJ" WS-SUFIXO-PARTICAO
               DELIMITED BY SIZE INTO WS-REJEITO-NOME
           MOVE SPACES TO WS-JORNAL-NOME
           STRING "CALCJRNL" WS-SUFIXO-PARTICAO
               DELIMITED BY SIZE INTO WS-JORNAL-NOME
           MOVE SPACES TO WS-RETIDO-NOME
           STRING "CALCHOLD" WS-SUFIXO-PARTICAO
               DELIMITED BY SIZE INTO WS-RETIDO-NOME
           MOVE SPACES TO WS-TRAVA-NOME
           STRING "LOCKCALC" WS-SUFIXO-PARTICAO
               DELIMITED BY SIZE INTO WS-TRAVA-NOME
           MOVE SPACES TO WS-CKPT-NOME
           STRING "CKPTCALC" WS-SUFIXO-PARTICAO
               DELIMITED BY SIZE INTO WS-CKPT-NOME.

      *-----------------------------------------------------------*
      * Particao livre: sem trava viva da data e com checkpoint   *
      * ausente ou em execucao (queda anterior). Na escolha da    *
      * particao o checkpoint em execucao e restaurado para a     *
      * retomada.                                                 *
      *-----------------------------------------------------------*
       111-TESTA-PARTICAO-LIVRE.
           SET PARTICAO-LIVRE TO TRUE
           OPEN INPUT TRAVA-FILE
           IF WS-FS-TRAVA = "00"
               READ TRAVA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RL-DATA-TRAVA = WS-DATA-CALENDARIO
                           MOVE "N" TO WS-LIVRE-FLAG
                       END-IF
               END-READ
               CLOSE TRAVA-FILE
           END-IF
           IF PARTICAO-LIVRE
               OPEN INPUT CHECKPOINT-FILE
               IF WS-FS-CKPT = "00"
                   READ CHECKPOINT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CK-CONCLUIDA
                               MOVE "N" TO WS-LIVRE-FLAG
                           ELSE
                               IF NOT PARTICAO-OBTIDA
                                   PERFORM 112-RESTAURA-CHECKPOINT
                               END-IF
                           END-IF
                   END-READ
                   CLOSE CHECKPOINT-FILE
               END-IF
           END-IF.

       112-RESTAURA-CHECKPOINT.
           SET PARTICAO-RETOMADA TO TRUE
           MOVE CK-ULTIMO-REGISTRO    TO WS-REG-RETOMADA
           MOVE CK-QTDE-PROCESSADOS   TO WS-QTDE-PROC-PARTICAO
           MOVE CK-HASH-PROCESSADO    TO WS-HASH-PROC-PARTICAO
           MOVE CK-QTDE-GRAVADOS      TO WS-QTDE-GRAVADOS
           MOVE CK-QTDE-REJEITADOS    TO WS-QTDE-REJEITADOS
           MOVE CK-QTDE-RETIDOS       TO WS-QTDE-RETIDOS
           MOVE CK-QTDE-CANCELAMENTOS TO WS-QTDE-CANCELAMENTOS
           MOVE CK-QTDE-INTERCO       TO WS-QTDE-INTERCO
           MOVE CK-TOTAIS             TO WS-TOTAIS-LOTE.

       113-ACUMULA-PROCESSADO.
           ADD 1 TO WS-QTDE-PROC-PARTICAO
           IF TX-VALOR-1 IS NUMERIC
               ADD TX-VALOR-1 TO WS-HASH-PROC-PARTICAO
           END-IF
           IF TX-VALOR-2 IS NUMERIC
               ADD TX-VALOR-2 TO WS-HASH-PROC-PARTICAO
           END-IF.

       114-CONTA-UMA-PENDENTE.
           ADD 1 TO WS-IDX-PAR
           PERFORM 110-MONTA-NOMES-PARTICAO
           PERFORM 111-TESTA-PARTICAO-LIVRE
           IF PARTICAO-LIVRE
               ADD 1 TO WS-QTDE-PENDENTES
           END-IF.

      *-----------------------------------------------------------*
      * Data de postagem da empresa: com o DATAPROC do dia, a     *
      * data de calendario e rolada pelo calendario de feriados   *
      * da propria empresa (EM-CALENDARIO) - a filial de Buenos   *
      * Aires nao posta no dia util de Sao Paulo. Calendario      *
      * padrao, empresa fora do cadastro ou execucao avulsa sem   *
      * DATAPROC ficam com a data de postagem do lote. Apurada    *
      * uma vez por empresa e guardada na tabela do cadastro.     *
      *-----------------------------------------------------------*
       115-DATA-POSTAGEM-EMPRESA.
           MOVE WS-DATA-ATUAL-NUM TO WS-DATA-POSTAGEM-EMP
           IF ROLA-POR-CALENDARIO
               MOVE ZEROES TO WS-IDX-EMP-POST
               MOVE "N" TO WS-EMP-POST-ACHOU
               PERFORM 116-PROCURA-EMPRESA-POSTAGEM
                   UNTIL EMPRESA-POSTAGEM-ACHADA
                   OR WS-IDX-EMP-POST = WS-EMP-QTDE
               IF EMPRESA-POSTAGEM-ACHADA
                   IF WS-EMP-DATA-POSTAGEM(WS-IDX-EMP-POST) = ZEROES
                       PERFORM 117-APURA-DIA-UTIL-EMPRESA
                   END-IF
                   MOVE WS-EMP-DATA-POSTAGEM(WS-IDX-EMP-POST)
                       TO WS-DATA-POSTAGEM-EMP
               END-IF
           END-IF.

       116-PROCURA-EMPRESA-POSTAGEM.
           ADD 1 TO WS-IDX-EMP-POST
           IF WS-EMP-CODIGO(WS-IDX-EMP-POST) = WS-EMPRESA-POSTAGEM
               SET EMPRESA-POSTAGEM-ACHADA TO TRUE
           END-IF.

       117-APURA-DIA-UTIL-EMPRESA.
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
