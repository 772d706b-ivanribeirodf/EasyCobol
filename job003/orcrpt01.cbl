      *              percentual, marcando a conta que passou da    *
      *              tolerancia e a conta movimentada sem          *
      *              orcamento carregado. Relatorio em ORCRPT.     *
      * 15/10/2026 - IR - Orcado contra realizado por centro de    *
      *              custo: com S na coluna 10 do ORCRPARM o       *
      *              relatorio abre conta por centro, e o centro   *
      *              das colunas 11-16 restringe a um unico        *
      *              centro. Sem a opcao, os centros de uma conta  *
      *              sao somados.                                  *
      * 15/10/2026 - IR - Orcado x realizado em arvore do PLANOCTA *
      *              com subtotais das sinteticas e parametro de   *
      *              niveis (coluna 17).                           *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Orcado x realizado acumulado no          *
      *              exercicio fiscal: com A na coluna 18 do       *
      *              ORCRPARM soma orcamento e realizado do        *
      *              primeiro periodo do exercicio ate o do        *
      *              cartao, no calendario fiscal (CALFISC,        *
      *              servico FISCSVC) da empresa das colunas       *
      *              19-21, que tambem restringe o realizado a     *
      *              ela.                                          *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio ORCRPT arquivado depois do     *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      * 15/10/2026 - IR - Chamada do FISCSVC com ON EXCEPTION:     *
      *              servico ausente encerra pelo 9999-TRATA-ERRO  *
      *              em vez de abendar.                            *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-FS-GLSALDO.
           SELECT PLANO-CONTAS-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANO.
           SELECT RELAT-OUT-FILE ASSIGN TO "ORCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
       01  PARM-REC.
           05 PA-PERIODO             PIC 9(06).
           05 PA-TOLERANCIA-PCT      PIC 9(03).
           05 PA-POR-CENTRO          PIC X(01).
           05 PA-CENTRO-CUSTO        PIC X(06).
           05 PA-NIVEIS              PIC 9(01).
           05 PA-ACUMULADO           PIC X(01).
           05 PA-COMPANY-CODE        PIC X(03).
       FD  ORCAMENTO-FILE.
           COPY ORCAMGL.
       FD  SALDO-GL-FILE.
           COPY SALDOGL.
       FD  PLANO-CONTAS-FILE.
           COPY PLANOCTA.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(132).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
           COPY FISCSVC.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-ORCAMENTO           PIC X(02).
       01  WS-FS-GLSALDO             PIC X(02).
       01  WS-FS-PLANO               PIC X(02).

       01  WS-PERIODO-RELATORIO      PIC 9(06) VALUE ZEROES.
       01  WS-TOLERANCIA-PCT         PIC 9(03) VALUE 010.
       01  WS-POR-CENTRO             PIC X(01) VALUE "N".
           88 RELATORIO-POR-CENTRO   VALUE "S".
       01  WS-CENTRO-FILTRO          PIC X(06) VALUE SPACES.
       01  WS-CENTRO-PROCURADO       PIC X(06) VALUE SPACES.
       01  WS-NIVEIS-EXIBIDOS        PIC 9(01) VALUE 9.
       01  WS-ACUMULADO              PIC X(01) VALUE "N".
           88 RELATORIO-ACUMULADO    VALUE "A".
       01  WS-EMPRESA-FILTRO         PIC X(03) VALUE SPACES.
       01  WS-EXERCICIO-RELATORIO    PIC 9(04) VALUE ZEROES.

      * Periodos somados: o do cartao ou, no acumulado, os do
      * exercicio fiscal ate ele (no maximo 12 meses + o ajuste)
       01  WS-JANELA.
           05 WS-JAN-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-JAN-PERIODO         PIC 9(06) OCCURS 13 TIMES.
       01  WS-IDX-JAN                PIC 9(02) VALUE ZEROES.
       01  WS-PERIODO-PROCURADO      PIC 9(06) VALUE ZEROES.
       01  WS-JAN-COMPLETA           PIC X(01) VALUE "N".
           88 JANELA-COMPLETA        VALUE "S".
       01  WS-JAN-ACHOU              PIC X(01) VALUE "N".
           88 PERIODO-NA-JANELA      VALUE "S".

       01  WS-EOF-ORCAMENTO          PIC X(01) VALUE "N".
           88 FIM-DO-ORCAMENTO       VALUE "S".
       01  WS-EOF-GLSALDO            PIC X(01) VALUE "N".
           88 FIM-DO-GLSALDO         VALUE "S".
       01  WS-EOF-PLANO              PIC X(01) VALUE "N".
           88 FIM-DO-PLANO           VALUE "S".

       01  WS-PLANO-CONTAS.
           05 WS-PLANO-QTDE          PIC 9(03) VALUE ZEROES.
           05 WS-PLANO-ENTRADA       OCCURS 100 TIMES.
               10 WS-PLANO-NUMERO    PIC 9(08).
               10 WS-PLANO-TIPO      PIC X(01).
               10 WS-PLANO-SUPERIOR  PIC 9(08).
               10 WS-PLANO-ORC-DEB   PIC S9(13)V99.
               10 WS-PLANO-ORC-CRED  PIC S9(13)V99.
               10 WS-PLANO-REAL-DEB  PIC S9(13)V99.
               10 WS-PLANO-REAL-CRED PIC S9(13)V99.
               10 WS-PLANO-TEM-MOV   PIC X(01).
       01  WS-IDX-PLANO              PIC 9(03) VALUE ZEROES.
       01  WS-PLANO-ACHOU            PIC X(01) VALUE "N".
           88 PLANO-ENCONTRADO       VALUE "S".
       01  WS-CONTA-PLANO            PIC 9(08) VALUE ZEROES.
       01  WS-IDX-INS                PIC 9(03) VALUE ZEROES.
       01  WS-IDX-ANT                PIC 9(03) VALUE ZEROES.
       01  WS-POSICAO-ACHOU          PIC X(01) VALUE "N".
           88 POSICAO-ACHADA         VALUE "S".
       01  WS-IDX-SUP                PIC 9(03) VALUE ZEROES.

       01  WS-PILHA-ARVORE.
           05 WS-PIL-ENTRADA         OCCURS 9 TIMES.
               10 WS-PIL-PAI         PIC 9(08).
               10 WS-PIL-POS         PIC 9(03).
       01  WS-NIVEL                  PIC 9(01) VALUE ZEROES.
       01  WS-NIVEL-SUBIDA           PIC 9(02) VALUE ZEROES.
       01  WS-FILHA-ACHOU            PIC X(01) VALUE "N".
           88 FILHA-ENCONTRADA       VALUE "S".
       01  WS-POS-RECUO              PIC 9(02) VALUE 1.
       01  WS-TEM-FORA               PIC X(01) VALUE "N".
           88 HA-CONTA-FORA          VALUE "S".

       01  WS-TABELA-CONTAS.
           05 WS-CTA-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-CTA-ENTRADA         OCCURS 200 TIMES.
               10 WS-CTA-CONTA       PIC 9(08).
               10 WS-CTA-CCUSTO      PIC X(06).
               10 WS-CTA-ORC-DEB     PIC S9(11)V99.
               10 WS-CTA-ORC-CRED    PIC S9(11)V99.
               10 WS-CTA-REAL-DEB    PIC S9(11)V99.
               10 WS-CTA-REAL-CRED   PIC S9(11)V99.
               10 WS-CTA-TEM-ORC     PIC X(01).
               10 WS-CTA-TEM-REAL    PIC X(01).
               10 WS-CTA-SITUACAO    PIC X(01).
                   88 CTA-NA-HIERARQUIA  VALUE "H".
                   88 CTA-FORA-HIERARQUIA VALUE "F".
       01  WS-IDX-CTA                PIC 9(03) VALUE ZEROES.
       01  WS-CTA-ACHOU              PIC X(01) VALUE "N".
           88 CONTA-ENCONTRADA       VALUE "S".
       01  WS-QTDE-FORA-TOLERANCIA   PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-SEM-ORCAMENTO     PIC 9(03) VALUE ZEROES.

       01  WS-LINHA-FORA.
           05 FILLER                 PIC X(38)
               VALUE "CONTAS FORA DA HIERARQUIA DO PLANOCTA:".

       01  WS-CONTA-EDITADA          PIC 9(08) VALUE ZEROES.
       01  WS-LINHA-DETALHE.
           05 WS-LIN-CONTA           PIC X(24).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-CCUSTO          PIC X(06).
           05 FILLER                 PIC X(06) VALUE " ORC: ".
           05 WS-LIN-ORCADO          PIC -(11)9.99.
           05 FILLER                 PIC X(07) VALUE " REAL: ".

       001-INICIO.
           PERFORM 002-LE-PARAMETRO
           PERFORM 012-MONTA-JANELA
           PERFORM 030-CARREGA-PLANO-CONTAS
           PERFORM 003-CARREGA-ORCAMENTO
           PERFORM 005-ACUMULA-REALIZADO
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           STRING "ORCADO X REALIZADO - PERIODO "
               WS-PERIODO-RELATORIO " - TOLERANCIA "
               WS-TOLERANCIA-PCT "% - NIVEIS: " WS-NIVEIS-EXIBIDOS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           IF RELATORIO-ACUMULADO
               MOVE SPACES TO RELAT-LINHA
               STRING "ACUMULADO NO EXERCICIO FISCAL "
                   WS-EXERCICIO-RELATORIO " - PERIODOS "
                   WS-JAN-PERIODO(1) " A " WS-PERIODO-RELATORIO
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           IF WS-EMPRESA-FILTRO NOT = SPACES
               MOVE SPACES TO RELAT-LINHA
               STRING "REALIZADO SOMENTE DA EMPRESA "
                   WS-EMPRESA-FILTRO
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           IF RELATORIO-POR-CENTRO
               MOVE SPACES TO RELAT-LINHA
               IF WS-CENTRO-FILTRO = SPACES
                   MOVE "ABERTO POR CENTRO DE CUSTO - TODOS OS CENTROS"
                       TO RELAT-LINHA
               ELSE
                   STRING "ABERTO POR CENTRO DE CUSTO - SOMENTE O "
                       "CENTRO " WS-CENTRO-FILTRO
                       DELIMITED BY SIZE INTO RELAT-LINHA
               END-IF
               WRITE RELAT-LINHA
           END-IF
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           IF WS-CTA-QTDE = ZEROES
                   TO RELAT-LINHA
               WRITE RELAT-LINHA
           ELSE
               PERFORM 020-IMPRIME-HIERARQUIA
           END-IF
           CLOSE RELAT-OUT-FILE
           MOVE "ORCRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "ORCADO X REALIZADO GRAVADO EM ORCRPT - FORA DA "
               "TOLERANCIA: " WS-QTDE-FORA-TOLERANCIA
               " SEM ORCAMENTO: " WS-QTDE-SEM-ORCAMENTO
                               MOVE PA-TOLERANCIA-PCT
                                   TO WS-TOLERANCIA-PCT
                           END-IF
                           IF PA-POR-CENTRO = "S"
                               SET RELATORIO-POR-CENTRO TO TRUE
                               MOVE PA-CENTRO-CUSTO
                                   TO WS-CENTRO-FILTRO
                           END-IF
                           IF PA-NIVEIS IS NUMERIC
                              AND PA-NIVEIS NOT = ZEROES
                               MOVE PA-NIVEIS TO WS-NIVEIS-EXIBIDOS
                           END-IF
                           IF PA-ACUMULADO = "A"
                               SET RELATORIO-ACUMULADO TO TRUE
                           END-IF
                           MOVE PA-COMPANY-CODE TO WS-EMPRESA-FILTRO
                   END-READ
                   CLOSE PARM-FILE
               WHEN "35"
               AT END
                   SET FIM-DO-ORCAMENTO TO TRUE
               NOT AT END
                   MOVE OR-CENTRO-CUSTO TO WS-CENTRO-PROCURADO
                   MOVE OR-PERIODO TO WS-PERIODO-PROCURADO
                   PERFORM 014-PROCURA-NA-JANELA
                   IF PERIODO-NA-JANELA
                      AND (WS-CENTRO-FILTRO = SPACES
                       OR WS-CENTRO-FILTRO = WS-CENTRO-PROCURADO)
                       MOVE OR-NUMERO-CONTA TO WS-CONTA-PROCURADA
                       PERFORM 010-ACHA-OU-CRIA-CONTA
                       ADD OR-DEBITOS-ORCADOS
                           TO WS-CTA-ORC-DEB(WS-IDX-CTA)
                       ADD OR-CREDITOS-ORCADOS
                           TO WS-CTA-ORC-CRED(WS-IDX-CTA)
                       MOVE "S" TO WS-CTA-TEM-ORC(WS-IDX-CTA)
                   END-IF
               AT END
                   SET FIM-DO-GLSALDO TO TRUE
               NOT AT END
                   MOVE SG-CENTRO-CUSTO TO WS-CENTRO-PROCURADO
                   MOVE SG-PERIODO TO WS-PERIODO-PROCURADO
                   PERFORM 014-PROCURA-NA-JANELA
                   IF PERIODO-NA-JANELA
                      AND (WS-CENTRO-FILTRO = SPACES
                       OR WS-CENTRO-FILTRO = WS-CENTRO-PROCURADO)
                      AND (WS-EMPRESA-FILTRO = SPACES
                       OR WS-EMPRESA-FILTRO = SG-COMPANY-CODE)
                       MOVE SG-NUMERO-CONTA TO WS-CONTA-PROCURADA
                       PERFORM 010-ACHA-OU-CRIA-CONTA
                       ADD SG-DEBITOS-PERIODO
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Janela de periodos do relatorio. Mensal: so o periodo do  *
      * cartao. Acumulado: o FISCSVC posiciona o periodo no       *
      * calendario fiscal da empresa do cartao (em branco, o      *
      * calendario padrao) e a janela vai do primeiro periodo do  *
      * exercicio ate o do cartao, seguindo a corrente de         *
      * periodos da empresa (com o AAAA13 de ajuste quando o      *
      * cartao pede o proprio ajuste).                            *
      *-----------------------------------------------------------*
       012-MONTA-JANELA.
           MOVE 1 TO WS-JAN-QTDE
           MOVE WS-PERIODO-RELATORIO TO WS-JAN-PERIODO(1)
           IF RELATORIO-ACUMULADO
               SET FS-POSICIONA-PERIODO TO TRUE
               MOVE WS-EMPRESA-FILTRO TO FS-COMPANY-CODE
               MOVE WS-PERIODO-RELATORIO TO FS-PERIODO
               CALL "FISCSVC" USING FS-PARAMETROS
                   ON EXCEPTION
                       MOVE "FISCSVC INDISPONIVEL" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
               END-CALL
               IF FS-RETORNO-ERRO
                   MOVE "PERIODO FORA DO CALENDARIO FISCAL DA EMPRESA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               MOVE FS-EXERCICIO TO WS-EXERCICIO-RELATORIO
               MOVE ZEROES TO WS-JAN-QTDE
               MOVE FS-PRIMEIRO-PERIODO TO FS-PERIODO
               PERFORM 013-INCLUI-NA-JANELA UNTIL JANELA-COMPLETA
           END-IF.

       013-INCLUI-NA-JANELA.
           ADD 1 TO WS-JAN-QTDE
           MOVE FS-PERIODO TO WS-JAN-PERIODO(WS-JAN-QTDE)
           IF FS-PERIODO = WS-PERIODO-RELATORIO
              OR WS-JAN-QTDE = 13
               SET JANELA-COMPLETA TO TRUE
           ELSE
               SET FS-POSICIONA-PERIODO TO TRUE
               MOVE WS-EMPRESA-FILTRO TO FS-COMPANY-CODE
               CALL "FISCSVC" USING FS-PARAMETROS
                   ON EXCEPTION
                       MOVE "FISCSVC INDISPONIVEL" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
               END-CALL
               MOVE FS-PERIODO-SEGUINTE TO FS-PERIODO
           END-IF.

       014-PROCURA-NA-JANELA.
           MOVE ZEROES TO WS-IDX-JAN
           MOVE "N" TO WS-JAN-ACHOU
           PERFORM 015-TESTA-JANELA
               UNTIL PERIODO-NA-JANELA OR WS-IDX-JAN = WS-JAN-QTDE.

       015-TESTA-JANELA.
           ADD 1 TO WS-IDX-JAN
           IF WS-JAN-PERIODO(WS-IDX-JAN) = WS-PERIODO-PROCURADO
               SET PERIODO-NA-JANELA TO TRUE
           END-IF.

       010-ACHA-OU-CRIA-CONTA.
           IF NOT RELATORIO-POR-CENTRO
               MOVE SPACES TO WS-CENTRO-PROCURADO
           END-IF
           MOVE ZEROES TO WS-IDX-CTA
           MOVE "N" TO WS-CTA-ACHOU
           PERFORM 011-PROCURA-CONTA
               ADD 1 TO WS-CTA-QTDE
               MOVE WS-CTA-QTDE TO WS-IDX-CTA
               MOVE WS-CONTA-PROCURADA TO WS-CTA-CONTA(WS-IDX-CTA)
               MOVE WS-CENTRO-PROCURADO TO WS-CTA-CCUSTO(WS-IDX-CTA)
               MOVE ZEROES TO WS-CTA-ORC-DEB(WS-IDX-CTA)
               MOVE ZEROES TO WS-CTA-ORC-CRED(WS-IDX-CTA)
               MOVE ZEROES TO WS-CTA-REAL-DEB(WS-IDX-CTA)
       011-PROCURA-CONTA.
           ADD 1 TO WS-IDX-CTA
           IF WS-CTA-CONTA(WS-IDX-CTA) = WS-CONTA-PROCURADA
              AND WS-CTA-CCUSTO(WS-IDX-CTA) = WS-CENTRO-PROCURADO
               SET CONTA-ENCONTRADA TO TRUE
           END-IF.

       007-IMPRIME-CONTA.
           COMPUTE WS-ORCADO-LIQUIDO =
               WS-CTA-ORC-CRED(WS-IDX-CTA)
               - WS-CTA-ORC-DEB(WS-IDX-CTA)
               - WS-CTA-REAL-DEB(WS-IDX-CTA)
           COMPUTE WS-VARIACAO =
               WS-REAL-LIQUIDO - WS-ORCADO-LIQUIDO
           MOVE WS-CTA-CONTA(WS-IDX-CTA) TO WS-CONTA-EDITADA
           MOVE SPACES TO WS-LIN-CONTA
           MOVE WS-CONTA-EDITADA TO WS-LIN-CONTA(WS-POS-RECUO:)
           MOVE WS-CTA-CCUSTO(WS-IDX-CTA) TO WS-LIN-CCUSTO
           MOVE WS-ORCADO-LIQUIDO TO WS-LIN-ORCADO
           MOVE WS-REAL-LIQUIDO   TO WS-LIN-REAL
           MOVE WS-VARIACAO       TO WS-LIN-VARIACAO
           MOVE WS-LINHA-DETALHE TO RELAT-LINHA
           WRITE RELAT-LINHA.

      *-----------------------------------------------------------*
      * Plano de contas em ordem de numero, com a conta superior  *
      * de cada uma (hierarquia de sinteticas do PLANOCTA).       *
      * Superior inexistente ou nao sintetica vale como primeiro  *
      * nivel. Sem PLANOCTA o relatorio sai plano, como antes.    *
      *-----------------------------------------------------------*
       030-CARREGA-PLANO-CONTAS.
           OPEN INPUT PLANO-CONTAS-FILE
           EVALUATE WS-FS-PLANO
               WHEN "00"
                   PERFORM 031-LE-PLANO-CONTAS UNTIL FIM-DO-PLANO
                   CLOSE PLANO-CONTAS-FILE
                   MOVE ZEROES TO WS-IDX-SUP
                   PERFORM 033-CONFERE-SUPERIOR
                       UNTIL WS-IDX-SUP = WS-PLANO-QTDE
               WHEN "35"
                   DISPLAY "PLANOCTA NAO ENCONTRADO - RELATORIO SEM "
                       "SUBTOTAIS"
               WHEN OTHER
                   MOVE WS-FS-PLANO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PLANOCTA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       031-LE-PLANO-CONTAS.
           READ PLANO-CONTAS-FILE
               AT END
                   SET FIM-DO-PLANO TO TRUE
               NOT AT END
                   IF WS-PLANO-QTDE = 100
                       MOVE "PLANO DE CONTAS EXCEDE A TABELA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-PLANO-QTDE
                   MOVE WS-PLANO-QTDE TO WS-IDX-INS
                   MOVE "N" TO WS-POSICAO-ACHOU
                   PERFORM 032-ABRE-POSICAO-PLANO
                       UNTIL POSICAO-ACHADA
                   MOVE PC-NUMERO-CONTA
                       TO WS-PLANO-NUMERO(WS-IDX-INS)
                   MOVE PC-TIPO-CONTA
                       TO WS-PLANO-TIPO(WS-IDX-INS)
                   IF PC-CONTA-SUPERIOR IS NUMERIC
                       MOVE PC-CONTA-SUPERIOR
                           TO WS-PLANO-SUPERIOR(WS-IDX-INS)
                   ELSE
                       MOVE ZEROES TO WS-PLANO-SUPERIOR(WS-IDX-INS)
                   END-IF
           END-READ.

       032-ABRE-POSICAO-PLANO.
           IF WS-IDX-INS = 1
               SET POSICAO-ACHADA TO TRUE
           ELSE
               COMPUTE WS-IDX-ANT = WS-IDX-INS - 1
               IF WS-PLANO-NUMERO(WS-IDX-ANT) > PC-NUMERO-CONTA
                   MOVE WS-PLANO-ENTRADA(WS-IDX-ANT)
                       TO WS-PLANO-ENTRADA(WS-IDX-INS)
                   MOVE WS-IDX-ANT TO WS-IDX-INS
               ELSE
                   SET POSICAO-ACHADA TO TRUE
               END-IF
           END-IF.

       033-CONFERE-SUPERIOR.
           ADD 1 TO WS-IDX-SUP
           IF WS-PLANO-SUPERIOR(WS-IDX-SUP) NOT = ZEROES
               MOVE WS-PLANO-SUPERIOR(WS-IDX-SUP) TO WS-CONTA-PLANO
               PERFORM 034-LOCALIZA-CONTA-PLANO
               IF NOT PLANO-ENCONTRADO
                  OR WS-PLANO-TIPO(WS-IDX-PLANO) NOT = "S"
                   MOVE ZEROES TO WS-PLANO-SUPERIOR(WS-IDX-SUP)
               END-IF
           END-IF.

       034-LOCALIZA-CONTA-PLANO.
           MOVE ZEROES TO WS-IDX-PLANO
           MOVE "N" TO WS-PLANO-ACHOU
           PERFORM 035-TESTA-CONTA-PLANO
               UNTIL PLANO-ENCONTRADO OR WS-IDX-PLANO = WS-PLANO-QTDE.

       035-TESTA-CONTA-PLANO.
           ADD 1 TO WS-IDX-PLANO
           IF WS-PLANO-NUMERO(WS-IDX-PLANO) = WS-CONTA-PLANO
               SET PLANO-ENCONTRADO TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Impressao em arvore: cada conta soma o orcado e o         *
      * realizado nela e em todas as sinteticas acima; a arvore   *
      * e percorrida em profundidade ate o nivel pedido no        *
      * ORCRPARM - sintetica sai com o subtotal, analitica com as *
      * suas linhas, o numero recuado dois espacos por nivel.     *
      * Conta fora do PLANOCTA sai no fim, sem subtotal.          *
      *-----------------------------------------------------------*
       020-IMPRIME-HIERARQUIA.
           MOVE ZEROES TO WS-IDX-CTA
           PERFORM 021-ACUMULA-NA-ARVORE
               UNTIL WS-IDX-CTA = WS-CTA-QTDE
           IF WS-PLANO-QTDE > ZEROES
               MOVE 1 TO WS-NIVEL
               MOVE ZEROES TO WS-PIL-PAI(1)
               MOVE ZEROES TO WS-PIL-POS(1)
               PERFORM 023-PASSO-ARVORE UNTIL WS-NIVEL = ZEROES
           END-IF
           MOVE 1 TO WS-POS-RECUO
           MOVE ZEROES TO WS-IDX-CTA
           PERFORM 027-IMPRIME-FORA
               UNTIL WS-IDX-CTA = WS-CTA-QTDE.

       021-ACUMULA-NA-ARVORE.
           ADD 1 TO WS-IDX-CTA
           SET CTA-FORA-HIERARQUIA(WS-IDX-CTA) TO TRUE
           MOVE WS-CTA-CONTA(WS-IDX-CTA) TO WS-CONTA-PLANO
           MOVE ZEROES TO WS-NIVEL-SUBIDA
           MOVE "N" TO WS-PLANO-ACHOU
           PERFORM 022-SOMA-NA-CONTA
               UNTIL WS-CONTA-PLANO = ZEROES
               OR WS-NIVEL-SUBIDA = 9
           IF WS-CONTA-PLANO = ZEROES AND PLANO-ENCONTRADO
               SET CTA-NA-HIERARQUIA(WS-IDX-CTA) TO TRUE
           END-IF.

       022-SOMA-NA-CONTA.
           ADD 1 TO WS-NIVEL-SUBIDA
           PERFORM 034-LOCALIZA-CONTA-PLANO
           IF PLANO-ENCONTRADO
               ADD WS-CTA-ORC-DEB(WS-IDX-CTA)
                   TO WS-PLANO-ORC-DEB(WS-IDX-PLANO)
               ADD WS-CTA-ORC-CRED(WS-IDX-CTA)
                   TO WS-PLANO-ORC-CRED(WS-IDX-PLANO)
               ADD WS-CTA-REAL-DEB(WS-IDX-CTA)
                   TO WS-PLANO-REAL-DEB(WS-IDX-PLANO)
               ADD WS-CTA-REAL-CRED(WS-IDX-CTA)
                   TO WS-PLANO-REAL-CRED(WS-IDX-PLANO)
               MOVE "S" TO WS-PLANO-TEM-MOV(WS-IDX-PLANO)
               MOVE WS-PLANO-SUPERIOR(WS-IDX-PLANO) TO WS-CONTA-PLANO
           ELSE
               MOVE 9 TO WS-NIVEL-SUBIDA
           END-IF.

       023-PASSO-ARVORE.
           MOVE "N" TO WS-FILHA-ACHOU
           MOVE WS-PIL-POS(WS-NIVEL) TO WS-IDX-PLANO
           PERFORM 024-PROCURA-FILHA
               UNTIL FILHA-ENCONTRADA OR WS-IDX-PLANO = WS-PLANO-QTDE
           IF FILHA-ENCONTRADA
               MOVE WS-IDX-PLANO TO WS-PIL-POS(WS-NIVEL)
               IF WS-PLANO-TEM-MOV(WS-IDX-PLANO) = "S"
                   IF WS-NIVEL NOT > WS-NIVEIS-EXIBIDOS
                       COMPUTE WS-POS-RECUO = WS-NIVEL * 2 - 1
                       IF WS-PLANO-TIPO(WS-IDX-PLANO) = "S"
                           PERFORM 025-IMPRIME-SINTETICA
                       ELSE
                           MOVE ZEROES TO WS-IDX-CTA
                           PERFORM 026-IMPRIME-ANALITICA
                               UNTIL WS-IDX-CTA = WS-CTA-QTDE
                       END-IF
                   END-IF
                   IF WS-PLANO-TIPO(WS-IDX-PLANO) = "S"
                      AND WS-NIVEL < 9
                       ADD 1 TO WS-NIVEL
                       MOVE WS-PLANO-NUMERO(WS-IDX-PLANO)
                           TO WS-PIL-PAI(WS-NIVEL)
                       MOVE ZEROES TO WS-PIL-POS(WS-NIVEL)
                   END-IF
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-NIVEL
           END-IF.

       024-PROCURA-FILHA.
           ADD 1 TO WS-IDX-PLANO
           IF WS-PLANO-SUPERIOR(WS-IDX-PLANO) = WS-PIL-PAI(WS-NIVEL)
               SET FILHA-ENCONTRADA TO TRUE
           END-IF.

       025-IMPRIME-SINTETICA.
           COMPUTE WS-ORCADO-LIQUIDO =
               WS-PLANO-ORC-CRED(WS-IDX-PLANO)
               - WS-PLANO-ORC-DEB(WS-IDX-PLANO)
           COMPUTE WS-REAL-LIQUIDO =
               WS-PLANO-REAL-CRED(WS-IDX-PLANO)
               - WS-PLANO-REAL-DEB(WS-IDX-PLANO)
           COMPUTE WS-VARIACAO =
               WS-REAL-LIQUIDO - WS-ORCADO-LIQUIDO
           MOVE WS-PLANO-NUMERO(WS-IDX-PLANO) TO WS-CONTA-EDITADA
           MOVE SPACES TO WS-LIN-CONTA
           MOVE WS-CONTA-EDITADA TO WS-LIN-CONTA(WS-POS-RECUO:)
           MOVE SPACES TO WS-LIN-CCUSTO
           MOVE WS-ORCADO-LIQUIDO TO WS-LIN-ORCADO
           MOVE WS-REAL-LIQUIDO   TO WS-LIN-REAL
           MOVE WS-VARIACAO       TO WS-LIN-VARIACAO
           MOVE ZEROES TO WS-PCT-VARIACAO
           IF WS-ORCADO-LIQUIDO NOT = ZEROES
               IF WS-VARIACAO < ZEROES
                   COMPUTE WS-VARIACAO-ABS = WS-VARIACAO * -1
               ELSE
                   MOVE WS-VARIACAO TO WS-VARIACAO-ABS
               END-IF
               IF WS-ORCADO-LIQUIDO < ZEROES
                   COMPUTE WS-ORCADO-ABS = WS-ORCADO-LIQUIDO * -1
               ELSE
                   MOVE WS-ORCADO-LIQUIDO TO WS-ORCADO-ABS
               END-IF
               COMPUTE WS-PCT-VARIACAO ROUNDED =
                   WS-VARIACAO-ABS * 100 / WS-ORCADO-ABS
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PCT-VARIACAO
               END-COMPUTE
           END-IF
           MOVE WS-PCT-VARIACAO TO WS-LIN-PCT
           MOVE "(SINTETICA)" TO WS-LIN-FLAG
           MOVE WS-LINHA-DETALHE TO RELAT-LINHA
           WRITE RELAT-LINHA.

       026-IMPRIME-ANALITICA.
           ADD 1 TO WS-IDX-CTA
           IF WS-CTA-CONTA(WS-IDX-CTA) = WS-PLANO-NUMERO(WS-IDX-PLANO)
              AND CTA-NA-HIERARQUIA(WS-IDX-CTA)
               PERFORM 007-IMPRIME-CONTA
           END-IF.

       027-IMPRIME-FORA.
           ADD 1 TO WS-IDX-CTA
           IF CTA-FORA-HIERARQUIA(WS-IDX-CTA)
               IF NOT HA-CONTA-FORA AND WS-PLANO-QTDE > ZEROES
                   MOVE SPACES TO RELAT-LINHA
                   WRITE RELAT-LINHA
                   MOVE WS-LINHA-FORA TO RELAT-LINHA
                   WRITE RELAT-LINHA
               END-IF
               SET HA-CONTA-FORA TO TRUE
               PERFORM 007-IMPRIME-CONTA
           END-IF.

       9997-ARQUIVA-RELATORIO.
           MOVE WS-NOME-PROGRAMA TO RS-PROGRAMA
           MOVE SPACES TO RS-OPERADOR-ID
           CALL "RELSVC" USING RS-PARAMETROS
               ON EXCEPTION
                   DISPLAY "RELSVC INDISPONIVEL - RELATORIO "
                       RS-RELATORIO " NAO ARQUIVADO"
           END-CALL.

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
