      * 02/09/2026 - IR - GLSALDO abriu por moeda: a moeda do      *
      *              registro entra na ordenacao e sai em coluna   *
      *              propria na linha de detalhe.                  *
      * 15/10/2026 - IR - Balancete por centro de custo: com S no  *
      *              BALPARM (coluna 7) a ordem passa a            *
      *              empresa/centro/conta/moeda, com total por     *
      *              centro; o centro das colunas 8-13 restringe a *
      *              um unico centro. O centro sai em coluna       *
      *              propria.                                      *
      * 15/10/2026 - IR - Balancete em arvore do PLANOCTA com      *
      *              subtotais recuados por conta sintetica e      *
      *              parametro de niveis (coluna 14).              *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Posicao no exercicio fiscal da empresa   *
      *              (calendario CALFISC, servico FISCSVC) no      *
      *              cabecalho de cada empresa e linha de          *
      *              acumulado do exercicio no total: debitos,     *
      *              creditos e resultado das contas de classe R   *
      *              do primeiro periodo do exercicio ate o do     *
      *              balancete.                                    *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio BALRPT arquivado depois do     *
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
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-PERIODO             PIC 9(06).
           05 PA-POR-CENTRO          PIC X(01).
           05 PA-CENTRO-CUSTO        PIC X(06).
           05 PA-NIVEIS              PIC 9(01).
       FD  SALDO-GL-FILE.
           COPY SALDOGL.
       FD  PLANO-CONTAS-FILE.
                         SG-PERIODO         BY SRT-PERIODO
                         SG-COMPANY-CODE    BY SRT-COMPANY-CODE
                         SG-CURRENCY-CODE   BY SRT-CURRENCY-CODE
                         SG-CENTRO-CUSTO    BY SRT-CENTRO-CUSTO
                         SG-SALDO-INICIAL   BY SRT-SALDO-INICIAL
                         SG-DEBITOS-PERIODO BY SRT-DEBITOS-PERIODO
                         SG-CREDITOS-PERIODO BY SRT-CREDITOS-PERIODO
                         SG-PERIODO         BY ORD-PERIODO
                         SG-COMPANY-CODE    BY ORD-COMPANY-CODE
                         SG-CURRENCY-CODE   BY ORD-CURRENCY-CODE
                         SG-CENTRO-CUSTO    BY ORD-CENTRO-CUSTO
                         SG-SALDO-INICIAL   BY ORD-SALDO-INICIAL
                         SG-DEBITOS-PERIODO BY ORD-DEBITOS-PERIODO
                         SG-CREDITOS-PERIODO BY ORD-CREDITOS-PERIODO

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
           COPY FISCSVC.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

       01  WS-FS-PLANO               PIC X(02).

       01  WS-PERIODO-BALANCETE      PIC 9(06) VALUE ZEROES.
       01  WS-POR-CENTRO             PIC X(01) VALUE "N".
           88 BALANCETE-POR-CENTRO   VALUE "S".
       01  WS-CENTRO-FILTRO          PIC X(06) VALUE SPACES.
       01  WS-NIVEIS-EXIBIDOS        PIC 9(01) VALUE 9.

       01  WS-EOF-GLSALDO            PIC X(01) VALUE "N".
           88 FIM-DO-GLSALDO         VALUE "S".
               10 WS-PLANO-NUMERO    PIC 9(08).
               10 WS-PLANO-DESCRICAO PIC X(30).
               10 WS-PLANO-NATUREZA  PIC X(01).
               10 WS-PLANO-TIPO      PIC X(01).
               10 WS-PLANO-CLASSE    PIC X(01).
               10 WS-PLANO-SUPERIOR  PIC 9(08).
               10 WS-PLANO-TOT-INICIAL  PIC S9(13)V99.
               10 WS-PLANO-TOT-DEBITOS  PIC S9(13)V99.
               10 WS-PLANO-TOT-CREDITOS PIC S9(13)V99.
               10 WS-PLANO-TOT-FINAL    PIC S9(13)V99.
               10 WS-PLANO-TEM-MOV   PIC X(01).
       01  WS-IDX-PLANO              PIC 9(03) VALUE ZEROES.
       01  WS-PLANO-ACHOU            PIC X(01) VALUE "N".
           88 CONTA-ENCONTRADA       VALUE "S".
       01  WS-CONTA-PROCURADA        PIC 9(08) VALUE ZEROES.
       01  WS-IDX-INS                PIC 9(03) VALUE ZEROES.
       01  WS-IDX-ANT                PIC 9(03) VALUE ZEROES.
       01  WS-POSICAO-ACHOU          PIC X(01) VALUE "N".
           88 POSICAO-ACHADA         VALUE "S".
       01  WS-IDX-SUP                PIC 9(03) VALUE ZEROES.

       01  WS-GRUPO-SALDOS.
           05 WS-GRP-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-GRP-ENTRADA         OCCURS 500 TIMES.
               10 WS-GRP-CONTA       PIC 9(08).
               10 WS-GRP-MOEDA       PIC X(03).
               10 WS-GRP-CCUSTO      PIC X(06).
               10 WS-GRP-INICIAL     PIC S9(11)V99.
               10 WS-GRP-DEBITOS     PIC S9(11)V99.
               10 WS-GRP-CREDITOS    PIC S9(11)V99.
               10 WS-GRP-FINAL       PIC S9(11)V99.
               10 WS-GRP-SITUACAO    PIC X(01).
                   88 GRP-NA-HIERARQUIA  VALUE "H".
                   88 GRP-FORA-HIERARQUIA VALUE "F".
       01  WS-IDX-GRP                PIC 9(03) VALUE ZEROES.
       01  WS-TEM-FORA               PIC X(01) VALUE "N".
           88 HA-CONTA-FORA          VALUE "S".

       01  WS-PILHA-ARVORE.
           05 WS-PIL-ENTRADA         OCCURS 9 TIMES.
               10 WS-PIL-PAI         PIC 9(08).
               10 WS-PIL-POS         PIC 9(03).
       01  WS-NIVEL                  PIC 9(01) VALUE ZEROES.
       01  WS-NIVEL-SUBIDA           PIC 9(02) VALUE ZEROES.
       01  WS-FILHA-ACHOU            PIC X(01) VALUE "N".
           88 FILHA-ENCONTRADA       VALUE "S".
       01  WS-POS-DESCRICAO          PIC 9(02) VALUE 1.

       01  WS-QTDE-SELECIONADOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-CONTRA-NATUREZA   PIC 9(05) VALUE ZEROES.
       01  WS-TOT-EMP-CREDITOS       PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOT-EMP-FINAL          PIC S9(13)V99 VALUE ZEROES.

      * Acumulado do exercicio fiscal de cada empresa, do primeiro
      * periodo do exercicio ate o periodo do balancete
       01  WS-ACUMULADOS-EXERCICIO.
           05 WS-ACU-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-ACU-ENTRADA         OCCURS 20 TIMES.
               10 WS-ACU-COMPANY     PIC X(03).
               10 WS-ACU-SITUACAO    PIC X(01).
                   88 ACU-COM-CALENDARIO  VALUE "S".
               10 WS-ACU-EXERCICIO   PIC 9(04).
               10 WS-ACU-PER-FISCAL  PIC 9(02).
               10 WS-ACU-CHAVE       PIC 9(06).
               10 WS-ACU-PRIMEIRO    PIC 9(06).
               10 WS-ACU-ULTIMO      PIC 9(06).
               10 WS-ACU-DEBITOS     PIC S9(13)V99.
               10 WS-ACU-CREDITOS    PIC S9(13)V99.
               10 WS-ACU-RESULTADO   PIC S9(13)V99.
       01  WS-IDX-ACU                PIC 9(02) VALUE ZEROES.
       01  WS-EMPRESA-BUSCA          PIC X(03) VALUE SPACES.
       01  WS-ACU-ACHOU              PIC X(01) VALUE "N".
           88 ACUMULADO-ENCONTRADO   VALUE "S".

       01  WS-CENTRO-ATUAL           PIC X(06) VALUE SPACES.
       01  WS-TEM-CENTRO             PIC X(01) VALUE "N".
           88 CENTRO-ABERTO          VALUE "S".
       01  WS-TOT-CCU-INICIAL        PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOT-CCU-DEBITOS        PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOT-CCU-CREDITOS       PIC S9(13)V99 VALUE ZEROES.
       01  WS-TOT-CCU-FINAL          PIC S9(13)V99 VALUE ZEROES.

       01  WS-LINHA-FORA.
           05 FILLER                 PIC X(40)
               VALUE "  CONTAS FORA DA HIERARQUIA DO PLANOCTA:".

       01  WS-LINHA-EMPRESA.
           05 FILLER                 PIC X(08) VALUE "EMPRESA ".
           05 WS-EMP-CODIGO          PIC X(03).
           05 FILLER                 PIC X(13)
               VALUE " - EXERCICIO ".
           05 WS-EMP-EXERCICIO       PIC 9(04).
           05 FILLER                 PIC X(16)
               VALUE " PERIODO FISCAL ".
           05 WS-EMP-PER-FISCAL      PIC 9(02).

       01  WS-LINHA-CENTRO.
           05 FILLER                 PIC X(18)
               VALUE "  CENTRO DE CUSTO ".
           05 WS-CCU-CODIGO          PIC X(14).

       01  WS-LINHA-DETALHE.
           05 WS-LIN-CONTA           PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-MOEDA           PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-CCUSTO          PIC X(06).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DESCRICAO       PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-INICIAL         PIC -(12)9.99.
           05 FILLER                 PIC X(14)
               VALUE "TOTAL EMPRESA ".
           05 WS-TOT-CODIGO          PIC X(03).
           05 FILLER                 PIC X(30) VALUE SPACES.
           05 WS-TOT-INICIAL         PIC -(12)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-TOT-DEBITOS         PIC -(12)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-TOT-FINAL           PIC -(12)9.99.

       01  WS-LINHA-ACUMULADO.
           05 FILLER                 PIC X(25)
               VALUE "  ACUMULADO NO EXERCICIO ".
           05 WS-ACL-PRIMEIRO        PIC 9(06).
           05 FILLER                 PIC X(03) VALUE " A ".
           05 WS-ACL-ATUAL           PIC 9(06).
           05 FILLER                 PIC X(24) VALUE SPACES.
           05 WS-ACL-DEBITOS         PIC -(12)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-ACL-CREDITOS        PIC -(12)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-ACL-RESULTADO       PIC -(12)9.99.
           05 FILLER                 PIC X(10)
               VALUE " RESULTADO".

       01  WS-LINHA-TOTAL-CENTRO.
           05 FILLER                 PIC X(15)
               VALUE "  TOTAL CENTRO ".
           05 WS-TCC-CODIGO          PIC X(06).
           05 FILLER                 PIC X(26) VALUE SPACES.
           05 WS-TCC-INICIAL         PIC -(12)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-TCC-DEBITOS         PIC -(12)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-TCC-CREDITOS        PIC -(12)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-TCC-FINAL           PIC -(12)9.99.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "BALANC01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           STRING "BALANCETE POR EMPRESA - PERIODO "
               WS-PERIODO-BALANCETE " - NIVEIS: "
               WS-NIVEIS-EXIBIDOS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           IF BALANCETE-POR-CENTRO
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
           OPEN INPUT SALDO-GL-FILE
               DISPLAY "GLSALDO NAO ENCONTRADO - NADA A LISTAR"
           ELSE
               CLOSE SALDO-GL-FILE
               IF BALANCETE-POR-CENTRO
                   SORT SALDO-SORT-WORK
                       ON ASCENDING KEY SRT-COMPANY-CODE
                                        SRT-CENTRO-CUSTO
                                        SRT-NUMERO-CONTA
                                        SRT-CURRENCY-CODE
                       INPUT PROCEDURE IS 005-SELECIONA-PERIODO
                           THRU 007-FIM-SELECAO
                       GIVING SALDO-ORD-FILE
               ELSE
                   SORT SALDO-SORT-WORK
                       ON ASCENDING KEY SRT-COMPANY-CODE
                                        SRT-NUMERO-CONTA
                                        SRT-CURRENCY-CODE
                                        SRT-CENTRO-CUSTO
                       INPUT PROCEDURE IS 005-SELECIONA-PERIODO
                           THRU 007-FIM-SELECAO
                       GIVING SALDO-ORD-FILE
               END-IF
               PERFORM 008-PROCESSA-ORDENADO
           END-IF
           CLOSE RELAT-OUT-FILE
           MOVE "BALRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "BALANCETE GRAVADO EM BALRPT - CONTAS DO "
               "PERIODO: " WS-QTDE-SELECIONADOS
               " CONTRA A NATUREZA: " WS-QTDE-CONTRA-NATUREZA
                               MOVE PA-PERIODO
                                   TO WS-PERIODO-BALANCETE
                           END-IF
                           IF PA-POR-CENTRO = "S"
                               SET BALANCETE-POR-CENTRO TO TRUE
                               MOVE PA-CENTRO-CUSTO
                                   TO WS-CENTRO-FILTRO
                           END-IF
                           IF PA-NIVEIS IS NUMERIC
                              AND PA-NIVEIS NOT = ZEROES
                               MOVE PA-NIVEIS TO WS-NIVEIS-EXIBIDOS
                           END-IF
                   END-READ
                   CLOSE PARM-FILE
               WHEN "35"
               WHEN "00"
                   PERFORM 004-LE-PLANO-CONTAS UNTIL FIM-DO-PLANO
                   CLOSE PLANO-CONTAS-FILE
                   MOVE ZEROES TO WS-IDX-SUP
                   PERFORM 017-CONFERE-SUPERIOR
                       UNTIL WS-IDX-SUP = WS-PLANO-QTDE
               WHEN "35"
                   MOVE "PLANO DE CONTAS PLANOCTA NAO ENCONTRADO"
                       TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-PLANO-QTDE
                   MOVE WS-PLANO-QTDE TO WS-IDX-INS
                   MOVE "N" TO WS-POSICAO-ACHOU
                   PERFORM 016-ABRE-POSICAO-PLANO
                       UNTIL POSICAO-ACHADA
                   MOVE PC-NUMERO-CONTA
                       TO WS-PLANO-NUMERO(WS-IDX-INS)
                   MOVE PC-DESCRICAO
                       TO WS-PLANO-DESCRICAO(WS-IDX-INS)
                   MOVE PC-NATUREZA
                       TO WS-PLANO-NATUREZA(WS-IDX-INS)
                   MOVE PC-TIPO-CONTA
                       TO WS-PLANO-TIPO(WS-IDX-INS)
                   MOVE PC-CLASSE
                       TO WS-PLANO-CLASSE(WS-IDX-INS)
                   IF PC-CONTA-SUPERIOR IS NUMERIC
                       MOVE PC-CONTA-SUPERIOR
                           TO WS-PLANO-SUPERIOR(WS-IDX-INS)
                   ELSE
                       MOVE ZEROES TO WS-PLANO-SUPERIOR(WS-IDX-INS)
                   END-IF
           END-READ.

       016-ABRE-POSICAO-PLANO.
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

       017-CONFERE-SUPERIOR.
           ADD 1 TO WS-IDX-SUP
           IF WS-PLANO-SUPERIOR(WS-IDX-SUP) NOT = ZEROES
               MOVE WS-PLANO-SUPERIOR(WS-IDX-SUP) TO WS-CONTA-PROCURADA
               PERFORM 015-LOCALIZA-CONTA-PLANO
               IF NOT CONTA-ENCONTRADA
                  OR WS-PLANO-TIPO(WS-IDX-PLANO) NOT = "S"
                   DISPLAY "CONTA " WS-PLANO-NUMERO(WS-IDX-SUP)
                       " APONTA SUPERIOR " WS-CONTA-PROCURADA
                       " INEXISTENTE OU NAO SINTETICA - TRATADA "
                       "COMO PRIMEIRO NIVEL"
                   MOVE ZEROES TO WS-PLANO-SUPERIOR(WS-IDX-SUP)
               END-IF
           END-IF.

       005-SELECIONA-PERIODO.
           OPEN INPUT SALDO-GL-FILE
           PERFORM 006-LIBERA-REGISTRO UNTIL FIM-DO-GLSALDO
                   SET FIM-DO-GLSALDO TO TRUE
               NOT AT END
                   IF SG-PERIODO = WS-PERIODO-BALANCETE
                      AND (WS-CENTRO-FILTRO = SPACES
                       OR WS-CENTRO-FILTRO = SG-CENTRO-CUSTO)
                       MOVE SG-SALDO-REC TO SRT-REC
                       RELEASE SRT-REC
                       ADD 1 TO WS-QTDE-SELECIONADOS
                   END-IF
                   IF WS-CENTRO-FILTRO = SPACES
                      OR WS-CENTRO-FILTRO = SG-CENTRO-CUSTO
                       PERFORM 032-ACUMULA-EXERCICIO
                   END-IF
           END-READ.

       007-FIM-SELECAO.
           OPEN INPUT SALDO-ORD-FILE
           PERFORM 009-LE-ORDENADO UNTIL FIM-DO-ORDENADO
           CLOSE SALDO-ORD-FILE
           PERFORM 020-DESCARREGA-GRUPO
           IF CENTRO-ABERTO
               PERFORM 014-EMITE-TOTAL-CENTRO
           END-IF
           IF EMPRESA-ABERTA
               PERFORM 012-EMITE-TOTAL-EMPRESA
           END-IF
               AT END
                   SET FIM-DO-ORDENADO TO TRUE
               NOT AT END
                   PERFORM 010-GUARDA-CONTA
           END-READ.

       010-GUARDA-CONTA.
           IF CENTRO-ABERTO
              AND (ORD-COMPANY-CODE NOT = WS-EMPRESA-ATUAL
               OR ORD-CENTRO-CUSTO NOT = WS-CENTRO-ATUAL)
               PERFORM 020-DESCARREGA-GRUPO
               PERFORM 014-EMITE-TOTAL-CENTRO
           END-IF
           IF EMPRESA-ABERTA
              AND ORD-COMPANY-CODE NOT = WS-EMPRESA-ATUAL
               PERFORM 020-DESCARREGA-GRUPO
               PERFORM 012-EMITE-TOTAL-EMPRESA
           END-IF
           IF NOT EMPRESA-ABERTA
               MOVE ORD-COMPANY-CODE TO WS-EMPRESA-ATUAL
               MOVE ORD-COMPANY-CODE TO WS-EMP-CODIGO
               MOVE ORD-COMPANY-CODE TO WS-EMPRESA-BUSCA
               PERFORM 030-POSICIONA-EMPRESA
               MOVE WS-ACU-EXERCICIO(WS-IDX-ACU) TO WS-EMP-EXERCICIO
               MOVE WS-ACU-PER-FISCAL(WS-IDX-ACU) TO WS-EMP-PER-FISCAL
               MOVE WS-LINHA-EMPRESA TO RELAT-LINHA
               WRITE RELAT-LINHA
               SET EMPRESA-ABERTA TO TRUE
           END-IF
           IF BALANCETE-POR-CENTRO
              AND NOT CENTRO-ABERTO
               MOVE ORD-CENTRO-CUSTO TO WS-CENTRO-ATUAL
               IF ORD-CENTRO-CUSTO = SPACES
                   MOVE "(SEM CENTRO)" TO WS-CCU-CODIGO
               ELSE
                   MOVE ORD-CENTRO-CUSTO TO WS-CCU-CODIGO
               END-IF
               MOVE WS-LINHA-CENTRO TO RELAT-LINHA
               WRITE RELAT-LINHA
               SET CENTRO-ABERTO TO TRUE
           END-IF
           IF WS-GRP-QTDE = 500
               MOVE "MAIS DE 500 SALDOS NA EMPRESA/CENTRO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-GRP-QTDE
           MOVE ORD-NUMERO-CONTA     TO WS-GRP-CONTA(WS-GRP-QTDE)
           MOVE ORD-CURRENCY-CODE    TO WS-GRP-MOEDA(WS-GRP-QTDE)
           MOVE ORD-CENTRO-CUSTO     TO WS-GRP-CCUSTO(WS-GRP-QTDE)
           MOVE ORD-SALDO-INICIAL    TO WS-GRP-INICIAL(WS-GRP-QTDE)
           MOVE ORD-DEBITOS-PERIODO  TO WS-GRP-DEBITOS(WS-GRP-QTDE)
           MOVE ORD-CREDITOS-PERIODO TO WS-GRP-CREDITOS(WS-GRP-QTDE)
           MOVE ORD-SALDO-FINAL      TO WS-GRP-FINAL(WS-GRP-QTDE)
           MOVE ORD-NUMERO-CONTA     TO WS-CONTA-PROCURADA
           PERFORM 015-LOCALIZA-CONTA-PLANO
           IF CONTA-ENCONTRADA
               IF (WS-PLANO-NATUREZA(WS-IDX-PLANO) = "C"
                   AND ORD-SALDO-FINAL < ZEROES)
                  OR (WS-PLANO-NATUREZA(WS-IDX-PLANO) = "D"
                   AND ORD-SALDO-FINAL > ZEROES)
                   ADD 1 TO WS-QTDE-CONTRA-NATUREZA
               END-IF
           END-IF
           ADD ORD-SALDO-INICIAL    TO WS-TOT-EMP-INICIAL
           ADD ORD-DEBITOS-PERIODO  TO WS-TOT-EMP-DEBITOS
           ADD ORD-CREDITOS-PERIODO TO WS-TOT-EMP-CREDITOS
           ADD ORD-SALDO-FINAL      TO WS-TOT-EMP-FINAL
           ADD ORD-SALDO-INICIAL    TO WS-TOT-CCU-INICIAL
           ADD ORD-DEBITOS-PERIODO  TO WS-TOT-CCU-DEBITOS
           ADD ORD-CREDITOS-PERIODO TO WS-TOT-CCU-CREDITOS
           ADD ORD-SALDO-FINAL      TO WS-TOT-CCU-FINAL.

       015-LOCALIZA-CONTA-PLANO.
           MOVE ZEROES TO WS-IDX-PLANO
           MOVE "N" TO WS-PLANO-ACHOU
           PERFORM 013-TESTA-CONTA-PLANO
               UNTIL CONTA-ENCONTRADA OR WS-IDX-PLANO = WS-PLANO-QTDE.

       013-TESTA-CONTA-PLANO.
           ADD 1 TO WS-IDX-PLANO
           IF WS-PLANO-NUMERO(WS-IDX-PLANO) = WS-CONTA-PROCURADA
               SET CONTA-ENCONTRADA TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Descarga do grupo (empresa, ou empresa/centro no modo por *
      * centro de custo): soma cada saldo na sua conta e em todas *
      * as sinteticas acima dela, percorre a arvore do plano em   *
      * profundidade (irmas em ordem de numero de conta) e        *
      * imprime ate o nivel pedido - sintetica com o subtotal,    *
      * analitica com os seus saldos por moeda/centro, a          *
      * descricao recuada dois espacos por nivel. Conta abaixo    *
      * do nivel pedido entra so no subtotal da sintetica acima.  *
      * Saldo de conta fora do PLANOCTA (ou de hierarquia         *
      * quebrada) sai no fim do grupo, para o total fechar.       *
      *-----------------------------------------------------------*
       020-DESCARREGA-GRUPO.
           IF WS-GRP-QTDE > ZEROES
               MOVE ZEROES TO WS-IDX-PLANO
               PERFORM 021-ZERA-ACUMULADOS
                   UNTIL WS-IDX-PLANO = WS-PLANO-QTDE
               MOVE ZEROES TO WS-IDX-GRP
               PERFORM 022-ACUMULA-NA-ARVORE
                   UNTIL WS-IDX-GRP = WS-GRP-QTDE
               MOVE 1 TO WS-NIVEL
               MOVE ZEROES TO WS-PIL-PAI(1)
               MOVE ZEROES TO WS-PIL-POS(1)
               PERFORM 024-PASSO-ARVORE UNTIL WS-NIVEL = ZEROES
               MOVE "N" TO WS-TEM-FORA
               MOVE ZEROES TO WS-IDX-GRP
               PERFORM 028-IMPRIME-FORA
                   UNTIL WS-IDX-GRP = WS-GRP-QTDE
               MOVE ZEROES TO WS-GRP-QTDE
           END-IF.

       021-ZERA-ACUMULADOS.
           ADD 1 TO WS-IDX-PLANO
           MOVE ZEROES TO WS-PLANO-TOT-INICIAL(WS-IDX-PLANO)
           MOVE ZEROES TO WS-PLANO-TOT-DEBITOS(WS-IDX-PLANO)
           MOVE ZEROES TO WS-PLANO-TOT-CREDITOS(WS-IDX-PLANO)
           MOVE ZEROES TO WS-PLANO-TOT-FINAL(WS-IDX-PLANO)
           MOVE "N" TO WS-PLANO-TEM-MOV(WS-IDX-PLANO).

       022-ACUMULA-NA-ARVORE.
           ADD 1 TO WS-IDX-GRP
           SET GRP-FORA-HIERARQUIA(WS-IDX-GRP) TO TRUE
           MOVE WS-GRP-CONTA(WS-IDX-GRP) TO WS-CONTA-PROCURADA
           MOVE ZEROES TO WS-NIVEL-SUBIDA
           PERFORM 023-SOMA-NA-CONTA
               UNTIL WS-CONTA-PROCURADA = ZEROES
               OR WS-NIVEL-SUBIDA = 9
           IF WS-CONTA-PROCURADA = ZEROES AND CONTA-ENCONTRADA
               SET GRP-NA-HIERARQUIA(WS-IDX-GRP) TO TRUE
           END-IF.

       023-SOMA-NA-CONTA.
           ADD 1 TO WS-NIVEL-SUBIDA
           PERFORM 015-LOCALIZA-CONTA-PLANO
           IF CONTA-ENCONTRADA
               ADD WS-GRP-INICIAL(WS-IDX-GRP)
                   TO WS-PLANO-TOT-INICIAL(WS-IDX-PLANO)
               ADD WS-GRP-DEBITOS(WS-IDX-GRP)
                   TO WS-PLANO-TOT-DEBITOS(WS-IDX-PLANO)
               ADD WS-GRP-CREDITOS(WS-IDX-GRP)
                   TO WS-PLANO-TOT-CREDITOS(WS-IDX-PLANO)
               ADD WS-GRP-FINAL(WS-IDX-GRP)
                   TO WS-PLANO-TOT-FINAL(WS-IDX-PLANO)
               MOVE "S" TO WS-PLANO-TEM-MOV(WS-IDX-PLANO)
               MOVE WS-PLANO-SUPERIOR(WS-IDX-PLANO)
                   TO WS-CONTA-PROCURADA
           ELSE
               MOVE 9 TO WS-NIVEL-SUBIDA
           END-IF.

       024-PASSO-ARVORE.
           MOVE "N" TO WS-FILHA-ACHOU
           MOVE WS-PIL-POS(WS-NIVEL) TO WS-IDX-PLANO
           PERFORM 025-PROCURA-FILHA
               UNTIL FILHA-ENCONTRADA OR WS-IDX-PLANO = WS-PLANO-QTDE
           IF FILHA-ENCONTRADA
               MOVE WS-IDX-PLANO TO WS-PIL-POS(WS-NIVEL)
               IF WS-PLANO-TEM-MOV(WS-IDX-PLANO) = "S"
                   IF WS-NIVEL NOT > WS-NIVEIS-EXIBIDOS
                       COMPUTE WS-POS-DESCRICAO = WS-NIVEL * 2 - 1
                       IF WS-PLANO-TIPO(WS-IDX-PLANO) = "S"
                           PERFORM 026-IMPRIME-SINTETICA
                       ELSE
                           MOVE ZEROES TO WS-IDX-GRP
                           PERFORM 027-IMPRIME-ANALITICA
                               UNTIL WS-IDX-GRP = WS-GRP-QTDE
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

       025-PROCURA-FILHA.
           ADD 1 TO WS-IDX-PLANO
           IF WS-PLANO-SUPERIOR(WS-IDX-PLANO) = WS-PIL-PAI(WS-NIVEL)
               SET FILHA-ENCONTRADA TO TRUE
           END-IF.

       026-IMPRIME-SINTETICA.
           MOVE WS-PLANO-NUMERO(WS-IDX-PLANO) TO WS-LIN-CONTA
           MOVE SPACES TO WS-LIN-MOEDA
           MOVE SPACES TO WS-LIN-CCUSTO
           MOVE SPACES TO WS-LIN-DESCRICAO
           MOVE WS-PLANO-DESCRICAO(WS-IDX-PLANO)
               TO WS-LIN-DESCRICAO(WS-POS-DESCRICAO:)
           MOVE WS-PLANO-TOT-INICIAL(WS-IDX-PLANO)  TO WS-LIN-INICIAL
           MOVE WS-PLANO-TOT-DEBITOS(WS-IDX-PLANO)  TO WS-LIN-DEBITOS
           MOVE WS-PLANO-TOT-CREDITOS(WS-IDX-PLANO) TO WS-LIN-CREDITOS
           MOVE WS-PLANO-TOT-FINAL(WS-IDX-PLANO)    TO WS-LIN-FINAL
           MOVE "(SINTETICA)" TO WS-LIN-FLAG
           MOVE WS-LINHA-DETALHE TO RELAT-LINHA
           WRITE RELAT-LINHA.

       027-IMPRIME-ANALITICA.
           ADD 1 TO WS-IDX-GRP
           IF WS-GRP-CONTA(WS-IDX-GRP) = WS-PLANO-NUMERO(WS-IDX-PLANO)
               MOVE SPACES TO WS-LIN-DESCRICAO
               MOVE WS-PLANO-DESCRICAO(WS-IDX-PLANO)
                   TO WS-LIN-DESCRICAO(WS-POS-DESCRICAO:)
               SET CONTA-ENCONTRADA TO TRUE
               PERFORM 029-MONTA-DETALHE
           END-IF.

       028-IMPRIME-FORA.
           ADD 1 TO WS-IDX-GRP
           IF GRP-FORA-HIERARQUIA(WS-IDX-GRP)
               IF NOT HA-CONTA-FORA
                   MOVE WS-LINHA-FORA TO RELAT-LINHA
                   WRITE RELAT-LINHA
                   SET HA-CONTA-FORA TO TRUE
               END-IF
               MOVE WS-GRP-CONTA(WS-IDX-GRP) TO WS-CONTA-PROCURADA
               PERFORM 015-LOCALIZA-CONTA-PLANO
               IF CONTA-ENCONTRADA
                   MOVE WS-PLANO-DESCRICAO(WS-IDX-PLANO)
                       TO WS-LIN-DESCRICAO
               ELSE
                   MOVE "** CONTA FORA DO PLANOCTA **"
                       TO WS-LIN-DESCRICAO
               END-IF
               PERFORM 029-MONTA-DETALHE
           END-IF.

       029-MONTA-DETALHE.
           MOVE WS-GRP-CONTA(WS-IDX-GRP)    TO WS-LIN-CONTA
           MOVE WS-GRP-MOEDA(WS-IDX-GRP)    TO WS-LIN-MOEDA
           MOVE WS-GRP-CCUSTO(WS-IDX-GRP)   TO WS-LIN-CCUSTO
           MOVE WS-GRP-INICIAL(WS-IDX-GRP)  TO WS-LIN-INICIAL
           MOVE WS-GRP-DEBITOS(WS-IDX-GRP)  TO WS-LIN-DEBITOS
           MOVE WS-GRP-CREDITOS(WS-IDX-GRP) TO WS-LIN-CREDITOS
           MOVE WS-GRP-FINAL(WS-IDX-GRP)    TO WS-LIN-FINAL
           MOVE SPACES TO WS-LIN-FLAG
           IF CONTA-ENCONTRADA
               IF (WS-PLANO-NATUREZA(WS-IDX-PLANO) = "C"
                   AND WS-GRP-FINAL(WS-IDX-GRP) < ZEROES)
                  OR (WS-PLANO-NATUREZA(WS-IDX-PLANO) = "D"
                   AND WS-GRP-FINAL(WS-IDX-GRP) > ZEROES)
                   MOVE "<< CONTRA A NATUREZA" TO WS-LIN-FLAG
               END-IF
           END-IF
           MOVE WS-LINHA-DETALHE TO RELAT-LINHA
           WRITE RELAT-LINHA.

       012-EMITE-TOTAL-EMPRESA.
           MOVE WS-EMPRESA-ATUAL    TO WS-TOT-CODIGO
           MOVE WS-TOT-EMP-INICIAL  TO WS-TOT-INICIAL
           MOVE WS-TOT-EMP-FINAL    TO WS-TOT-FINAL
           MOVE WS-LINHA-TOTAL TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE WS-EMPRESA-ATUAL TO WS-EMPRESA-BUSCA
           PERFORM 030-POSICIONA-EMPRESA
           IF ACU-COM-CALENDARIO(WS-IDX-ACU)
               MOVE WS-ACU-PRIMEIRO(WS-IDX-ACU)  TO WS-ACL-PRIMEIRO
               MOVE WS-PERIODO-BALANCETE         TO WS-ACL-ATUAL
               MOVE WS-ACU-DEBITOS(WS-IDX-ACU)   TO WS-ACL-DEBITOS
               MOVE WS-ACU-CREDITOS(WS-IDX-ACU)  TO WS-ACL-CREDITOS
               MOVE WS-ACU-RESULTADO(WS-IDX-ACU) TO WS-ACL-RESULTADO
               MOVE WS-LINHA-ACUMULADO TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE ZEROES TO WS-TOT-EMP-INICIAL
           MOVE ZEROES TO WS-TOT-EMP-FINAL
           MOVE "N" TO WS-TEM-EMPRESA.

       014-EMITE-TOTAL-CENTRO.
           MOVE WS-CENTRO-ATUAL     TO WS-TCC-CODIGO
           MOVE WS-TOT-CCU-INICIAL  TO WS-TCC-INICIAL
           MOVE WS-TOT-CCU-DEBITOS  TO WS-TCC-DEBITOS
           MOVE WS-TOT-CCU-CREDITOS TO WS-TCC-CREDITOS
           MOVE WS-TOT-CCU-FINAL    TO WS-TCC-FINAL
           MOVE WS-LINHA-TOTAL-CENTRO TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE ZEROES TO WS-TOT-CCU-INICIAL
           MOVE ZEROES TO WS-TOT-CCU-DEBITOS
           MOVE ZEROES TO WS-TOT-CCU-CREDITOS
           MOVE ZEROES TO WS-TOT-CCU-FINAL
           MOVE "N" TO WS-TEM-CENTRO.

      *-----------------------------------------------------------*
      * Posicao fiscal da empresa: na primeira vez que a empresa  *
      * aparece, o FISCSVC posiciona o periodo do balancete no    *
      * calendario dela (exercicio, periodo fiscal, chave fiscal  *
      * e limites do exercicio). Periodo fora do calendario da    *
      * empresa (AAAA13 sem periodo de ajuste) fica sem           *
      * acumulado. Deixa WS-IDX-ACU na entrada da empresa.        *
      *-----------------------------------------------------------*
       030-POSICIONA-EMPRESA.
           MOVE ZEROES TO WS-IDX-ACU
           MOVE "N" TO WS-ACU-ACHOU
           PERFORM 031-PROCURA-ACUMULADO
               UNTIL ACUMULADO-ENCONTRADO OR WS-IDX-ACU = WS-ACU-QTDE
           IF NOT ACUMULADO-ENCONTRADO
               IF WS-ACU-QTDE = 20
                   MOVE "MAIS DE 20 EMPRESAS NO GLSALDO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-ACU-QTDE
               MOVE WS-ACU-QTDE TO WS-IDX-ACU
               MOVE WS-EMPRESA-BUSCA TO WS-ACU-COMPANY(WS-IDX-ACU)
               MOVE ZEROES TO WS-ACU-DEBITOS(WS-IDX-ACU)
               MOVE ZEROES TO WS-ACU-CREDITOS(WS-IDX-ACU)
               MOVE ZEROES TO WS-ACU-RESULTADO(WS-IDX-ACU)
               SET FS-POSICIONA-PERIODO TO TRUE
               MOVE WS-EMPRESA-BUSCA TO FS-COMPANY-CODE
               MOVE WS-PERIODO-BALANCETE TO FS-PERIODO
               CALL "FISCSVC" USING FS-PARAMETROS
                   ON EXCEPTION
                       MOVE "FISCSVC INDISPONIVEL" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
               END-CALL
               IF FS-RETORNO-OK
                   MOVE "S" TO WS-ACU-SITUACAO(WS-IDX-ACU)
                   MOVE FS-EXERCICIO TO WS-ACU-EXERCICIO(WS-IDX-ACU)
                   MOVE FS-PERIODO-FISCAL
                       TO WS-ACU-PER-FISCAL(WS-IDX-ACU)
                   MOVE FS-CHAVE-FISCAL TO WS-ACU-CHAVE(WS-IDX-ACU)
                   MOVE FS-PRIMEIRO-PERIODO
                       TO WS-ACU-PRIMEIRO(WS-IDX-ACU)
                   MOVE FS-ULTIMO-PERIODO TO WS-ACU-ULTIMO(WS-IDX-ACU)
               ELSE
                   MOVE "N" TO WS-ACU-SITUACAO(WS-IDX-ACU)
                   MOVE ZEROES TO WS-ACU-EXERCICIO(WS-IDX-ACU)
                   MOVE ZEROES TO WS-ACU-PER-FISCAL(WS-IDX-ACU)
                   MOVE ZEROES TO WS-ACU-CHAVE(WS-IDX-ACU)
                   MOVE ZEROES TO WS-ACU-PRIMEIRO(WS-IDX-ACU)
                   MOVE ZEROES TO WS-ACU-ULTIMO(WS-IDX-ACU)
               END-IF
           END-IF.

       031-PROCURA-ACUMULADO.
           ADD 1 TO WS-IDX-ACU
           IF WS-ACU-COMPANY(WS-IDX-ACU) = WS-EMPRESA-BUSCA
               SET ACUMULADO-ENCONTRADO TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Acumulado do exercicio: o registro do GLSALDO entra se o  *
      * seu periodo cai no mesmo exercicio fiscal da empresa que  *
      * o periodo do balancete e nao depois dele (chave fiscal    *
      * menor ou igual). Debitos e creditos somam todas as        *
      * contas; o resultado (creditos menos debitos) so as contas *
      * de classe R do PLANOCTA.                                  *
      *-----------------------------------------------------------*
       032-ACUMULA-EXERCICIO.
           MOVE SG-COMPANY-CODE TO WS-EMPRESA-BUSCA
           PERFORM 030-POSICIONA-EMPRESA
           IF ACU-COM-CALENDARIO(WS-IDX-ACU)
              AND SG-PERIODO NOT < WS-ACU-PRIMEIRO(WS-IDX-ACU)
              AND SG-PERIODO NOT > WS-ACU-ULTIMO(WS-IDX-ACU)
               SET FS-POSICIONA-PERIODO TO TRUE
               MOVE SG-COMPANY-CODE TO FS-COMPANY-CODE
               MOVE SG-PERIODO TO FS-PERIODO
               CALL "FISCSVC" USING FS-PARAMETROS
                   ON EXCEPTION
                       MOVE "FISCSVC INDISPONIVEL" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
               END-CALL
               IF FS-RETORNO-OK
                  AND FS-EXERCICIO = WS-ACU-EXERCICIO(WS-IDX-ACU)
                  AND FS-CHAVE-FISCAL NOT > WS-ACU-CHAVE(WS-IDX-ACU)
                   PERFORM 033-SOMA-ACUMULADO
               END-IF
           END-IF.

       033-SOMA-ACUMULADO.
           ADD SG-DEBITOS-PERIODO  TO WS-ACU-DEBITOS(WS-IDX-ACU)
           ADD SG-CREDITOS-PERIODO TO WS-ACU-CREDITOS(WS-IDX-ACU)
           MOVE SG-NUMERO-CONTA TO WS-CONTA-PROCURADA
           PERFORM 015-LOCALIZA-CONTA-PLANO
           IF CONTA-ENCONTRADA
              AND WS-PLANO-CLASSE(WS-IDX-PLANO) = "R"
               ADD SG-CREDITOS-PERIODO TO WS-ACU-RESULTADO(WS-IDX-ACU)
               SUBTRACT SG-DEBITOS-PERIODO
                   FROM WS-ACU-RESULTADO(WS-IDX-ACU)
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
