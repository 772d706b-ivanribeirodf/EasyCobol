       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCONS01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: consulta de conta do      *
      *              razao geral pelo console, no molde do         *
      *              OPRSTAT. O usuario digita empresa (branco =   *
      *              todas), conta e moeda e ve a descricao, a     *
      *              natureza, a classe e o tipo da conta no       *
      *              PLANOCTA e, por periodo do GLSALDO (somando   *
      *              centros de custo e, sem filtro, empresas), a  *
      *              abertura, os debitos, os creditos, o          *
      *              fechamento e a situacao. Digitando um periodo *
      *              pagina os movimentos do GLHIST dele (data,    *
      *              D/C, valor, referencia, operador e origem);   *
      *              digitando uma referencia mostra a origem dela *
      *              no CALCJRNL e no GLTRANS do dia, quando ha.   *
      *              Saldo de conta deixa de exigir GLSTMT01 ou    *
      *              BALANC01 em lote.                             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-CONTAS-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANO.
           SELECT SALDO-GL-FILE ASSIGN TO "GLSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-FS-GLSALDO.
           SELECT GL-HIST-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLHIST.
           SELECT JORNAL-FILE ASSIGN TO "CALCJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.
           SELECT GL-TRANS-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLTRANS.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-CONTAS-FILE.
           COPY PLANOCTA.
       FD  SALDO-GL-FILE.
           COPY SALDOGL.
       FD  GL-HIST-FILE.
           COPY GLHIST.
       FD  JORNAL-FILE.
           COPY JOURNAL.
       FD  GL-TRANS-FILE.
           COPY GLTRANS.
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.

       01  WS-FS-PLANO               PIC X(02).
       01  WS-FS-GLSALDO             PIC X(02).
       01  WS-FS-GLHIST              PIC X(02).
       01  WS-FS-JORNAL              PIC X(02).
       01  WS-FS-GLTRANS             PIC X(02).
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-EMPRESA-CONSULTA       PIC X(03) VALUE SPACES.
           88 CONSULTA-ENCERRADA     VALUE "FIM" "fim".
       01  WS-CONTA-X                PIC X(08) VALUE SPACES.
       01  WS-CONTA-NUM REDEFINES WS-CONTA-X PIC 9(08).
       01  WS-CONTA-CONSULTA         PIC 9(08) VALUE ZEROES.
       01  WS-MOEDA-CONSULTA         PIC X(03) VALUE SPACES.
       01  WS-PERIODO-X              PIC X(06) VALUE SPACES.
       01  WS-PERIODO-NUM REDEFINES WS-PERIODO-X PIC 9(06).
       01  WS-PERIODO-CONSULTA       PIC 9(06) VALUE ZEROES.
       01  WS-RESPOSTA               PIC X(10) VALUE SPACES.
           88 RESPOSTA-VOLTAR        VALUE "V" "v".
       01  WS-REFERENCIA-CONSULTA    PIC X(10) VALUE SPACES.

       01  WS-EOF                    PIC X(01) VALUE "N".
           88 FIM-DO-ARQUIVO         VALUE "S".
       01  WS-CONTA-ACHOU            PIC X(01) VALUE "N".
           88 CONTA-NO-PLANO         VALUE "S".
       01  WS-FIM-PERIODOS           PIC X(01) VALUE "N".
           88 PERIODOS-ENCERRADOS    VALUE "S".
       01  WS-FIM-PAGINACAO          PIC X(01) VALUE "N".
           88 PAGINACAO-ENCERRADA    VALUE "S".
       01  WS-ACAO-PAGINA            PIC X(01) VALUE "N".
           88 ACAO-DEFINIDA          VALUE "S".

       01  WS-PERIODOS.
           05 WS-PER-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-PER-ENTRADA         OCCURS 120 TIMES.
               10 WS-PER-PERIODO     PIC 9(06).
               10 WS-PER-INICIAL     PIC S9(11)V99.
               10 WS-PER-DEBITOS     PIC S9(11)V99.
               10 WS-PER-CREDITOS    PIC S9(11)V99.
               10 WS-PER-FINAL       PIC S9(11)V99.
               10 WS-PER-SITUACAO    PIC X(01).
       01  WS-IDX-PER                PIC 9(03) VALUE ZEROES.
       01  WS-PER-ACHOU              PIC X(01) VALUE "N".
           88 PERIODO-NA-TABELA      VALUE "S".

       01  WS-MOVIMENTOS.
           05 WS-MOV-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-MOV-ENTRADA         OCCURS 500 TIMES.
               10 WS-MOV-DADOS       PIC X(74).
       01  WS-IDX-MOV                PIC 9(03) VALUE ZEROES.
       01  WS-LINHAS-PAGINA          PIC 9(02) VALUE ZEROES.
       01  WS-TAMANHO-PAGINA         PIC 9(02) VALUE 15.
       01  WS-MOV-EXCEDIDOS          PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-ORIGENS           PIC 9(03) VALUE ZEROES.

       01  WS-LINHA-PERIODO.
           05 WS-LIN-PERIODO         PIC 9(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-INICIAL         PIC -(11)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DEBITOS         PIC -(11)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-CREDITOS        PIC -(11)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-FINAL           PIC -(11)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-SITUACAO        PIC X(07).

       01  WS-LINHA-MOVIMENTO.
           05 WS-LIN-MOV-NUMERO      PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-MOV-DATA        PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-MOV-TIPO        PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-MOV-VALOR       PIC Z(8)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-MOV-REFERENCIA  PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-MOV-EMPRESA     PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-MOV-OPERADOR    PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-MOV-ORIGEM      PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-MOV-CCUSTO      PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-MOV-POSTAGEM    PIC 9(08).

       01  WS-VALOR-EDITADO          PIC -(8)9.99.
       01  WS-VALOR-EDITADO-2        PIC -(8)9.99.
       01  WS-VALOR-EDITADO-3        PIC -(8)9.99.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "GLCONS01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           PERFORM 010-PEDE-CONTA
           PERFORM 020-TRATA-CONTA UNTIL CONSULTA-ENCERRADA
           DISPLAY "GLCONS01 ENCERRADO"
           GOBACK.

       010-PEDE-CONTA.
           DISPLAY " "
           DISPLAY "GLCONS01 - CONSULTA DE CONTA DO RAZAO GERAL"
           DISPLAY "EMPRESA (3 POSICOES, BRANCO = TODAS, FIM = SAIR):"
           MOVE SPACES TO WS-EMPRESA-CONSULTA
           ACCEPT WS-EMPRESA-CONSULTA
           IF NOT CONSULTA-ENCERRADA
               DISPLAY "CONTA (8 DIGITOS):"
               MOVE SPACES TO WS-CONTA-X
               ACCEPT WS-CONTA-X
               DISPLAY "MOEDA (3 POSICOES, BRANCO = BRL):"
               MOVE SPACES TO WS-MOEDA-CONSULTA
               ACCEPT WS-MOEDA-CONSULTA
               IF WS-MOEDA-CONSULTA = SPACES
                   MOVE "BRL" TO WS-MOEDA-CONSULTA
               END-IF
           END-IF.

       020-TRATA-CONTA.
           IF WS-CONTA-NUM IS NUMERIC
               MOVE WS-CONTA-NUM TO WS-CONTA-CONSULTA
               PERFORM 100-MOSTRA-CONTA
               PERFORM 200-CARREGA-PERIODOS
               PERFORM 210-MOSTRA-PERIODOS
               IF WS-PER-QTDE > ZEROES
                   MOVE "N" TO WS-FIM-PERIODOS
                   PERFORM 220-PEDE-PERIODO
                       UNTIL PERIODOS-ENCERRADOS
               END-IF
           ELSE
               DISPLAY "CONTA INVALIDA: " WS-CONTA-X
           END-IF
           PERFORM 010-PEDE-CONTA.

      *-----------------------------------------------------------*
      * Cadastro da conta no PLANOCTA.                            *
      *-----------------------------------------------------------*
       100-MOSTRA-CONTA.
           MOVE "N" TO WS-CONTA-ACHOU
           MOVE "N" TO WS-EOF
           OPEN INPUT PLANO-CONTAS-FILE
           EVALUATE WS-FS-PLANO
               WHEN "00"
                   PERFORM 110-LE-PLANO
                       UNTIL CONTA-NO-PLANO OR FIM-DO-ARQUIVO
                   CLOSE PLANO-CONTAS-FILE
               WHEN "35"
                   DISPLAY "PLANOCTA NAO ENCONTRADO"
               WHEN OTHER
                   MOVE WS-FS-PLANO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PLANOCTA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           DISPLAY " "
           IF CONTA-NO-PLANO
               DISPLAY "=== CONTA " PC-NUMERO-CONTA " - "
                   PC-DESCRICAO " ==="
               EVALUATE TRUE
                   WHEN PC-NATUREZA-DEVEDORA
                       DISPLAY "  NATUREZA: DEVEDORA"
                   WHEN PC-NATUREZA-CREDORA
                       DISPLAY "  NATUREZA: CREDORA"
                   WHEN OTHER
                       DISPLAY "  NATUREZA: NAO INFORMADA"
               END-EVALUATE
               EVALUATE TRUE
                   WHEN PC-CLASSE-PATRIMONIAL
                       DISPLAY "  CLASSE: PATRIMONIAL"
                   WHEN PC-CLASSE-RESULTADO
                       DISPLAY "  CLASSE: RESULTADO"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF PC-CONTA-SINTETICA
                   DISPLAY "  TIPO: SINTETICA (NAO RECEBE LANCAMENTO)"
               ELSE
                   DISPLAY "  TIPO: ANALITICA"
               END-IF
               IF PC-CONTA-INATIVA
                   DISPLAY "  *** CONTA INATIVA ***"
               END-IF
           ELSE
               DISPLAY "=== CONTA " WS-CONTA-CONSULTA
                   " - FORA DO PLANOCTA ==="
           END-IF
           IF WS-EMPRESA-CONSULTA = SPACES
               DISPLAY "  EMPRESA: TODAS  MOEDA: " WS-MOEDA-CONSULTA
           ELSE
               DISPLAY "  EMPRESA: " WS-EMPRESA-CONSULTA
                   "  MOEDA: " WS-MOEDA-CONSULTA
           END-IF.

       110-LE-PLANO.
           READ PLANO-CONTAS-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF PC-NUMERO-CONTA = WS-CONTA-CONSULTA
                       SET CONTA-NO-PLANO TO TRUE
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Saldos por periodo: o GLSALDO e lido a partir da chave da *
      * conta (periodo zero); empresas, moedas e centros de custo *
      * vem em sequencia dentro de cada periodo e sao somados.    *
      *-----------------------------------------------------------*
       200-CARREGA-PERIODOS.
           MOVE ZEROES TO WS-PER-QTDE
           MOVE "N" TO WS-EOF
           OPEN INPUT SALDO-GL-FILE
           EVALUATE WS-FS-GLSALDO
               WHEN "00"
                   MOVE LOW-VALUES        TO SG-CHAVE
                   MOVE WS-CONTA-CONSULTA TO SG-NUMERO-CONTA
                   MOVE ZEROES            TO SG-PERIODO
                   START SALDO-GL-FILE KEY IS NOT < SG-CHAVE
                       INVALID KEY
                           SET FIM-DO-ARQUIVO TO TRUE
                   END-START
                   PERFORM 201-LE-SALDO UNTIL FIM-DO-ARQUIVO
                   CLOSE SALDO-GL-FILE
               WHEN "35"
                   DISPLAY "GLSALDO NAO ENCONTRADO"
               WHEN OTHER
                   MOVE WS-FS-GLSALDO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLSALDO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       201-LE-SALDO.
           READ SALDO-GL-FILE NEXT RECORD
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF SG-NUMERO-CONTA NOT = WS-CONTA-CONSULTA
                       SET FIM-DO-ARQUIVO TO TRUE
                   ELSE
                       IF SG-CURRENCY-CODE = WS-MOEDA-CONSULTA
                          AND (WS-EMPRESA-CONSULTA = SPACES
                          OR SG-COMPANY-CODE = WS-EMPRESA-CONSULTA)
                           PERFORM 202-ACUMULA-PERIODO
                       END-IF
                   END-IF
           END-READ.

       202-ACUMULA-PERIODO.
           IF WS-PER-QTDE = ZEROES
              OR WS-PER-PERIODO(WS-PER-QTDE) NOT = SG-PERIODO
               IF WS-PER-QTDE = 120
                   MOVE "MAIS DE 120 PERIODOS NA CONTA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-PER-QTDE
               MOVE SG-PERIODO TO WS-PER-PERIODO(WS-PER-QTDE)
               MOVE ZEROES TO WS-PER-INICIAL(WS-PER-QTDE)
               MOVE ZEROES TO WS-PER-DEBITOS(WS-PER-QTDE)
               MOVE ZEROES TO WS-PER-CREDITOS(WS-PER-QTDE)
               MOVE ZEROES TO WS-PER-FINAL(WS-PER-QTDE)
               MOVE SG-SITUACAO TO WS-PER-SITUACAO(WS-PER-QTDE)
           END-IF
           ADD SG-SALDO-INICIAL    TO WS-PER-INICIAL(WS-PER-QTDE)
           ADD SG-DEBITOS-PERIODO  TO WS-PER-DEBITOS(WS-PER-QTDE)
           ADD SG-CREDITOS-PERIODO TO WS-PER-CREDITOS(WS-PER-QTDE)
           ADD SG-SALDO-FINAL      TO WS-PER-FINAL(WS-PER-QTDE)
           IF SG-PERIODO-ABERTO
               MOVE "A" TO WS-PER-SITUACAO(WS-PER-QTDE)
           END-IF.

       210-MOSTRA-PERIODOS.
           DISPLAY " "
           IF WS-PER-QTDE = ZEROES
               DISPLAY "  SEM SALDOS NO GLSALDO PARA A CONTA/EMPRESA/"
                   "MOEDA"
           ELSE
               DISPLAY "PERIOD        ABERTURA          DEBITOS "
                   "        CREDITOS       FECHAMENTO SITUAC."
               MOVE ZEROES TO WS-IDX-PER
               PERFORM 211-MOSTRA-UM-PERIODO
                   UNTIL WS-IDX-PER = WS-PER-QTDE
           END-IF.

       211-MOSTRA-UM-PERIODO.
           ADD 1 TO WS-IDX-PER
           MOVE WS-PER-PERIODO(WS-IDX-PER)  TO WS-LIN-PERIODO
           MOVE WS-PER-INICIAL(WS-IDX-PER)  TO WS-LIN-INICIAL
           MOVE WS-PER-DEBITOS(WS-IDX-PER)  TO WS-LIN-DEBITOS
           MOVE WS-PER-CREDITOS(WS-IDX-PER) TO WS-LIN-CREDITOS
           MOVE WS-PER-FINAL(WS-IDX-PER)    TO WS-LIN-FINAL
           IF WS-PER-SITUACAO(WS-IDX-PER) = "F"
               MOVE "FECHADO" TO WS-LIN-SITUACAO
           ELSE
               MOVE "ABERTO" TO WS-LIN-SITUACAO
           END-IF
           DISPLAY WS-LINHA-PERIODO.

       220-PEDE-PERIODO.
           DISPLAY " "
           DISPLAY "PERIODO (AAAAMM) PARA VER OS MOVIMENTOS, "
               "BRANCO = OUTRA CONTA:"
           MOVE SPACES TO WS-PERIODO-X
           ACCEPT WS-PERIODO-X
           IF WS-PERIODO-X = SPACES
               SET PERIODOS-ENCERRADOS TO TRUE
           ELSE
               IF WS-PERIODO-NUM IS NUMERIC
                   MOVE WS-PERIODO-NUM TO WS-PERIODO-CONSULTA
                   MOVE ZEROES TO WS-IDX-PER
                   MOVE "N" TO WS-PER-ACHOU
                   PERFORM 221-PROCURA-PERIODO
                       UNTIL PERIODO-NA-TABELA
                       OR WS-IDX-PER = WS-PER-QTDE
                   IF PERIODO-NA-TABELA
                       PERFORM 300-CONSULTA-MOVIMENTOS
                       PERFORM 210-MOSTRA-PERIODOS
                   ELSE
                       DISPLAY "PERIODO SEM SALDO NA CONTA: "
                           WS-PERIODO-X
                   END-IF
               ELSE
                   DISPLAY "PERIODO INVALIDO: " WS-PERIODO-X
               END-IF
           END-IF.

       221-PROCURA-PERIODO.
           ADD 1 TO WS-IDX-PER
           IF WS-PER-PERIODO(WS-IDX-PER) = WS-PERIODO-CONSULTA
               SET PERIODO-NA-TABELA TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Movimentos do periodo no GLHIST (periodo da data da       *
      * transacao, como o ADD05 posta), paginados no console.     *
      *-----------------------------------------------------------*
       300-CONSULTA-MOVIMENTOS.
           MOVE ZEROES TO WS-MOV-QTDE
           MOVE ZEROES TO WS-MOV-EXCEDIDOS
           MOVE "N" TO WS-EOF
           OPEN INPUT GL-HIST-FILE
           EVALUATE WS-FS-GLHIST
               WHEN "00"
                   PERFORM 301-LE-HISTORICO UNTIL FIM-DO-ARQUIVO
                   CLOSE GL-HIST-FILE
               WHEN "35"
                   DISPLAY "GLHIST NAO ENCONTRADO"
               WHEN OTHER
                   MOVE WS-FS-GLHIST TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLHIST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           DISPLAY " "
           DISPLAY "=== MOVIMENTOS DE " WS-PERIODO-CONSULTA
               " - CONTA " WS-CONTA-CONSULTA " - "
               WS-MOV-QTDE " LINHA(S) ==="
           IF WS-MOV-EXCEDIDOS > ZEROES
               DISPLAY "  MAIS " WS-MOV-EXCEDIDOS " MOVIMENTO(S) "
                   "ALEM DOS 500 PRIMEIROS - USE O GLSTMT01"
           END-IF
           IF WS-MOV-QTDE = ZEROES
               DISPLAY "  NENHUM MOVIMENTO NO GLHIST PARA O PERIODO"
           ELSE
               MOVE ZEROES TO WS-IDX-MOV
               MOVE "N" TO WS-FIM-PAGINACAO
               PERFORM 310-MOSTRA-PAGINA UNTIL PAGINACAO-ENCERRADA
           END-IF.

       301-LE-HISTORICO.
           READ GL-HIST-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF GH-NUMERO-CONTA = WS-CONTA-CONSULTA
                      AND GH-CURRENCY-CODE = WS-MOEDA-CONSULTA
                      AND (WS-EMPRESA-CONSULTA = SPACES
                      OR GH-COMPANY-CODE = WS-EMPRESA-CONSULTA)
                      AND GH-DATA-TRANS / 100 = WS-PERIODO-CONSULTA
                       IF WS-MOV-QTDE = 500
                           ADD 1 TO WS-MOV-EXCEDIDOS
                       ELSE
                           ADD 1 TO WS-MOV-QTDE
                           MOVE GH-HISTORICO-REC
                               TO WS-MOV-DADOS(WS-MOV-QTDE)
                       END-IF
                   END-IF
           END-READ.

       310-MOSTRA-PAGINA.
           DISPLAY "LIN DATA     T         VALOR REFERENCIA EMP "
               "OPERADOR ORIGEM   CCUSTO POSTAGEM"
           MOVE ZEROES TO WS-LINHAS-PAGINA
           PERFORM 311-MOSTRA-MOVIMENTO
               UNTIL WS-LINHAS-PAGINA = WS-TAMANHO-PAGINA
               OR WS-IDX-MOV = WS-MOV-QTDE
           MOVE "N" TO WS-ACAO-PAGINA
           PERFORM 320-PEDE-ACAO-PAGINA UNTIL ACAO-DEFINIDA.

       311-MOSTRA-MOVIMENTO.
           ADD 1 TO WS-IDX-MOV
           ADD 1 TO WS-LINHAS-PAGINA
           MOVE WS-MOV-DADOS(WS-IDX-MOV) TO GH-HISTORICO-REC
           MOVE WS-IDX-MOV         TO WS-LIN-MOV-NUMERO
           MOVE GH-DATA-TRANS      TO WS-LIN-MOV-DATA
           MOVE GH-TIPO-TRANS      TO WS-LIN-MOV-TIPO
           MOVE GH-VALOR-TRANS     TO WS-LIN-MOV-VALOR
           MOVE GH-REFERENCIA      TO WS-LIN-MOV-REFERENCIA
           MOVE GH-COMPANY-CODE    TO WS-LIN-MOV-EMPRESA
           MOVE GH-OPERADOR-ID     TO WS-LIN-MOV-OPERADOR
           MOVE GH-SISTEMA-ORIGEM  TO WS-LIN-MOV-ORIGEM
           MOVE GH-CENTRO-CUSTO    TO WS-LIN-MOV-CCUSTO
           MOVE GH-DATA-POSTAGEM   TO WS-LIN-MOV-POSTAGEM
           DISPLAY WS-LINHA-MOVIMENTO.

       320-PEDE-ACAO-PAGINA.
           IF WS-IDX-MOV = WS-MOV-QTDE
               DISPLAY "FIM DOS MOVIMENTOS - REFERENCIA PARA VER A "
                   "ORIGEM, BRANCO OU V = VOLTAR AOS PERIODOS:"
           ELSE
               DISPLAY "REFERENCIA PARA VER A ORIGEM, BRANCO = "
                   "PROXIMA PAGINA, V = VOLTAR AOS PERIODOS:"
           END-IF
           MOVE SPACES TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           EVALUATE TRUE
               WHEN RESPOSTA-VOLTAR
                   SET ACAO-DEFINIDA TO TRUE
                   SET PAGINACAO-ENCERRADA TO TRUE
               WHEN WS-RESPOSTA = SPACES
                   SET ACAO-DEFINIDA TO TRUE
                   IF WS-IDX-MOV = WS-MOV-QTDE
                       SET PAGINACAO-ENCERRADA TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE WS-RESPOSTA TO WS-REFERENCIA-CONSULTA
                   PERFORM 400-MOSTRA-ORIGEM
           END-EVALUATE.

      *-----------------------------------------------------------*
      * Origem da referencia: transacao do CALC no CALCJRNL (a    *
      * ponte PONTE01 leva a referencia do jornal para o GLTRANS) *
      * e lancamento no GLTRANS do dia, quando ainda presente.    *
      *-----------------------------------------------------------*
       400-MOSTRA-ORIGEM.
           DISPLAY " "
           DISPLAY "=== ORIGEM DA REFERENCIA " WS-REFERENCIA-CONSULTA
               " ==="
           MOVE ZEROES TO WS-QTDE-ORIGENS
           MOVE "N" TO WS-EOF
           OPEN INPUT JORNAL-FILE
           EVALUATE WS-FS-JORNAL
               WHEN "00"
                   PERFORM 410-LE-JORNAL UNTIL FIM-DO-ARQUIVO
                   CLOSE JORNAL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-JORNAL TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CALCJRNL" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           MOVE "N" TO WS-EOF
           OPEN INPUT GL-TRANS-FILE
           EVALUATE WS-FS-GLTRANS
               WHEN "00"
                   PERFORM 420-LE-GLTRANS UNTIL FIM-DO-ARQUIVO
                   CLOSE GL-TRANS-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-GLTRANS TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLTRANS" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF WS-QTDE-ORIGENS = ZEROES
               DISPLAY "  SEM ORIGEM NO CALCJRNL NEM NO GLTRANS "
                   "(LANCAMENTO DIGITADO OU GLTRANS JA SUBSTITUIDO)"
           END-IF
           DISPLAY " ".

       410-LE-JORNAL.
           READ JORNAL-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF JR-REFERENCIA = WS-REFERENCIA-CONSULTA
                       PERFORM 411-MOSTRA-JORNAL
                   END-IF
           END-READ.

       411-MOSTRA-JORNAL.
           ADD 1 TO WS-QTDE-ORIGENS
           MOVE JR-VALOR-1   TO WS-VALOR-EDITADO
           MOVE JR-VALOR-2   TO WS-VALOR-EDITADO-2
           MOVE JR-RESULTADO TO WS-VALOR-EDITADO-3
           DISPLAY "  CALCJRNL " JR-DATA-EXEC " " JR-HORA-EXEC
               " OPERADOR " JR-OPERADOR-ID
               " EMPRESA " JR-COMPANY-CODE " " JR-CURRENCY-CODE
           DISPLAY "    " WS-VALOR-EDITADO " " JR-OPERACAO " "
               WS-VALOR-EDITADO-2 " = " WS-VALOR-EDITADO-3
               " SITUACAO " JR-SITUACAO " " JR-MOTIVO
               " ORIGEM " JR-SISTEMA-ORIGEM
           IF JR-OPERADOR-LOTE NOT = SPACES
               DISPLAY "    LOTE DIGITADO POR " JR-OPERADOR-LOTE
           END-IF.

       420-LE-GLTRANS.
           READ GL-TRANS-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF NOT GL-TRAILER
                      AND GL-REFERENCIA = WS-REFERENCIA-CONSULTA
                       PERFORM 421-MOSTRA-GLTRANS
                   END-IF
           END-READ.

       421-MOSTRA-GLTRANS.
           ADD 1 TO WS-QTDE-ORIGENS
           MOVE GL-VALOR-TRANS TO WS-VALOR-EDITADO
           DISPLAY "  GLTRANS " GL-DATA-TRANS " " GL-TIPO-TRANS
               " CONTA " GL-NUMERO-CONTA
               " EMPRESA " GL-COMPANY-CODE " " GL-CURRENCY-CODE
               " VALOR " WS-VALOR-EDITADO
           DISPLAY "    ORIGEM " GL-SISTEMA-ORIGEM
               " CCUSTO " GL-CENTRO-CUSTO
               " ESTORNO AUTOMATICO " GL-INDICADOR-ESTORNO.

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
