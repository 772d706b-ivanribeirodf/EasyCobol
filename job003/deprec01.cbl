       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPREC01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: depreciacao mensal do    *
      *              ativo imobilizado. Le o periodo do cartao    *
      *              DEPRPARM (AAAAMM), que precisa estar aberto  *
      *              no PERIODOS, e deprecia cada bem do ATIVOS   *
      *              (ATIVO.CPY) do mes seguinte ao ultimo ja     *
      *              depreciado ate o periodo, pelo metodo do     *
      *              bem. Periodo que algum bem ja tenha e        *
      *              recusado - a depreciacao nunca roda duas     *
      *              vezes no mes. Gera em DEPRECGL os            *
      *              lancamentos GLTRANS com trailer (debito na   *
      *              despesa com o centro de custo do bem,        *
      *              credito na acumulada; referencia "DP" +      *
      *              AAAAMM + NN, uma por empresa), datados no    *
      *              ultimo dia do periodo, que o GLENTR01        *
      *              registra e encaminha ao ADD05. Bem com baixa *
      *              informada no ATVMAINT e depreciado ate o mes *
      *              anterior ao da baixa e baixado (referencia   *
      *              "BX" + AAAAMM + NN por bem): sai o custo e a *
      *              acumulada, entra o valor de venda na conta   *
      *              de venda e a diferenca vai para a conta de   *
      *              ganho ou de perda do cartao. O razao dos     *
      *              bens sai no DEPRRPT e o ATIVOS e regravado   *
      *              com a acumulada e o periodo novos.           *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio DEPRRPT arquivado depois do    *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      * 15/10/2026 - IR - Trailer do arquivo gerado carimbado com  *
      *              a sequencia do arquivo (GL-SEQ-ARQUIVO, data  *
      *              e hora da geracao), que o GLENTR01 registra   *
      *              no GLREGIST: dois arquivos de mesmo periodo e *
      *              totais nao colidem mais.                      *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "DEPRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODOS.
           SELECT MESTRE-FILE ASSIGN TO "ATIVOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESTRE.
           SELECT GL-SAIDA-FILE ASSIGN TO "DEPRECGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLSAIDA.
           SELECT RELAT-OUT-FILE ASSIGN TO "DEPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-PERIODO             PIC 9(06).
           05 PA-CONTA-VENDA         PIC X(08).
           05 PA-CONTA-VENDA-NUM     REDEFINES PA-CONTA-VENDA
                                     PIC 9(08).
           05 PA-CONTA-GANHO         PIC X(08).
           05 PA-CONTA-GANHO-NUM     REDEFINES PA-CONTA-GANHO
                                     PIC 9(08).
           05 PA-CONTA-PERDA         PIC X(08).
           05 PA-CONTA-PERDA-NUM     REDEFINES PA-CONTA-PERDA
                                     PIC 9(08).
       FD  PERIODOS-FILE.
           COPY PERIODO.
       FD  MESTRE-FILE.
           COPY ATIVO.
       FD  GL-SAIDA-FILE.
           COPY GLTRANS.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(132).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-PERIODOS            PIC X(02).
       01  WS-FS-MESTRE              PIC X(02).
       01  WS-FS-GLSAIDA             PIC X(02).

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-DIA-INTEIRO            PIC 9(08) VALUE ZEROES.
       01  WS-ANO-CALC               PIC 9(04) VALUE ZEROES.
       01  WS-MES-CALC               PIC 9(02) VALUE ZEROES.
       01  WS-PERIODO-CALC           PIC 9(06) VALUE ZEROES.
       01  WS-MES-INDICE             PIC 9(06) VALUE ZEROES.
       01  WS-DATA-FIM-PERIODO       PIC 9(08) VALUE ZEROES.
       01  WS-PERIODO-DEPREC         PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-VENDA            PIC 9(08) VALUE ZEROES.
       01  WS-CONTA-GANHO            PIC 9(08) VALUE ZEROES.
       01  WS-CONTA-PERDA            PIC 9(08) VALUE ZEROES.

       01  WS-EOF-PERIODOS           PIC X(01) VALUE "N".
           88 FIM-DE-PERIODOS        VALUE "S".
       01  WS-PER-ACHOU              PIC X(01) VALUE "N".
           88 PERIODO-CADASTRADO     VALUE "S".
       01  WS-PER-SITUACAO           PIC X(01) VALUE SPACES.
       01  WS-EOF-MESTRE             PIC X(01) VALUE "N".
           88 FIM-DO-MESTRE          VALUE "S".

       01  WS-TABELA-MESTRE.
           05 WS-TAB-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-TAB-ENTRADA         OCCURS 500 TIMES.
               10 WS-TAB-IMAGEM      PIC X(135).
       01  WS-IDX-TAB                PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-BAIXAS-DEVIDAS    PIC 9(03) VALUE ZEROES.

      * Janela de meses do bem nesta rodada (indice = ano*12+mes)
       01  WS-MES-INICIO             PIC 9(06) VALUE ZEROES.
       01  WS-MES-PRIMEIRO           PIC 9(06) VALUE ZEROES.
       01  WS-MES-FINAL              PIC 9(06) VALUE ZEROES.
       01  WS-MES-CORRENTE           PIC 9(06) VALUE ZEROES.
       01  WS-MES-PERIODO            PIC 9(06) VALUE ZEROES.
       01  WS-MESES-DECORRIDOS       PIC 9(06) VALUE ZEROES.
       01  WS-MESES-RESTANTES        PIC S9(06) VALUE ZEROES.
       01  WS-MESES-DEPRECIADOS      PIC 9(03) VALUE ZEROES.
       01  WS-BAIXA-DEVIDA           PIC X(01) VALUE "N".
           88 BAIXA-NO-PERIODO       VALUE "S".

       01  WS-VALOR-LIQUIDO          PIC 9(11)V99 VALUE ZEROES.
       01  WS-COTA-MES               PIC 9(11)V99 VALUE ZEROES.
       01  WS-COTA-LINEAR            PIC 9(11)V99 VALUE ZEROES.
       01  WS-COTA-PERIODO           PIC 9(11)V99 VALUE ZEROES.
       01  WS-DEPREC-ANTERIOR        PIC 9(11)V99 VALUE ZEROES.
       01  WS-RESULTADO-BAIXA        PIC S9(11)V99 VALUE ZEROES.

      * Totais por empresa; o indice e tambem o NN da referencia DP
       01  WS-TABELA-EMPRESAS.
           05 WS-EMP-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-EMP-ENTRADA         OCCURS 20 TIMES.
               10 WS-EMP-CODIGO      PIC X(03).
               10 WS-EMP-MOEDA       PIC X(03).
               10 WS-EMP-BENS        PIC 9(05).
               10 WS-EMP-CUSTO       PIC 9(11)V99.
               10 WS-EMP-COTA        PIC 9(11)V99.
               10 WS-EMP-ACUMULADA   PIC 9(11)V99.
               10 WS-EMP-BAIXAS      PIC 9(03).
               10 WS-EMP-RESULTADO   PIC S9(11)V99.
       01  WS-IDX-EMP                PIC 9(02) VALUE ZEROES.
       01  WS-EMP-ACHOU              PIC X(01) VALUE "N".
           88 EMPRESA-ENCONTRADA     VALUE "S".

       01  WS-TOTAL-DEBITOS          PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-CREDITOS         PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-COTA             PIC 9(11)V99 VALUE ZEROES.
       01  WS-QTDE-LANCAMENTOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-DEPRECIADOS       PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-BAIXADOS          PIC 9(03) VALUE ZEROES.
       01  WS-SEQ-BAIXA              PIC 9(02) VALUE ZEROES.

       01  WS-REF-DEPRECIACAO.
           05 FILLER                 PIC X(02) VALUE "DP".
           05 WS-REF-DP-PERIODO      PIC 9(06).
           05 WS-REF-DP-SEQ          PIC 9(02).
       01  WS-REF-BAIXA.
           05 FILLER                 PIC X(02) VALUE "BX".
           05 WS-REF-BX-PERIODO      PIC 9(06).
           05 WS-REF-BX-SEQ          PIC 9(02).

      * Uma perna de lancamento a gravar no DEPRECGL
       01  WS-GL-TIPO                PIC X(01) VALUE SPACES.
       01  WS-GL-CONTA               PIC 9(08) VALUE ZEROES.
       01  WS-GL-REFERENCIA          PIC X(10) VALUE SPACES.
       01  WS-GL-CENTRO-CUSTO        PIC X(06) VALUE SPACES.
       01  WS-GL-VALOR               PIC 9(11)V99 VALUE ZEROES.

       01  WS-CABECALHO-1.
           05 FILLER                 PIC X(04) VALUE "EMP ".
           05 FILLER                 PIC X(09) VALUE "BEM".
           05 FILLER                 PIC X(21) VALUE "DESCRICAO".
           05 FILLER                 PIC X(02) VALUE "M ".
           05 FILLER                 PIC X(09) VALUE "INICIO".
           05 FILLER                 PIC X(04) VALUE "VIDA".
           05 FILLER                 PIC X(14)
               VALUE "        CUSTO".
           05 FILLER                 PIC X(14)
               VALUE "ACUM.ANTERIOR".
           05 FILLER                 PIC X(14)
               VALUE " COTA PERIODO".
           05 FILLER                 PIC X(14)
               VALUE "   ACUM.ATUAL".
           05 FILLER                 PIC X(14)
               VALUE "VALOR LIQUIDO".
           05 FILLER                 PIC X(12) VALUE "SITUACAO".

       01  WS-LINHA-BEM.
           05 WS-LIN-EMPRESA         PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-CODIGO          PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DESCRICAO       PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-METODO          PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-INICIO          PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-VIDA            PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-CUSTO           PIC Z(9)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-ANTERIOR        PIC Z(9)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-COTA            PIC Z(9)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-ACUMULADA       PIC Z(9)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-LIQUIDO         PIC Z(9)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-SITUACAO        PIC X(12).

       01  WS-LINHA-BAIXA.
           05 FILLER                 PIC X(14)
               VALUE "     BAIXA EM ".
           05 WS-LBX-DATA            PIC 9(08).
           05 FILLER                 PIC X(07) VALUE " VENDA ".
           05 WS-LBX-VENDA           PIC Z(9)9.99.
           05 FILLER                 PIC X(09) VALUE " LIQUIDO ".
           05 WS-LBX-LIQUIDO         PIC Z(9)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LBX-TIPO            PIC X(06).
           05 WS-LBX-RESULTADO       PIC Z(9)9.99.
           05 FILLER                 PIC X(05) VALUE " REF ".
           05 WS-LBX-REFERENCIA      PIC X(10).

       01  WS-LINHA-EMPRESA.
           05 FILLER                 PIC X(08) VALUE "EMPRESA ".
           05 WS-LEM-EMPRESA         PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LEM-MOEDA           PIC X(03).
           05 FILLER                 PIC X(06) VALUE " BENS ".
           05 WS-LEM-BENS            PIC ZZZZ9.
           05 FILLER                 PIC X(07) VALUE " CUSTO ".
           05 WS-LEM-CUSTO           PIC Z(10)9.99.
           05 FILLER                 PIC X(06) VALUE " COTA ".
           05 WS-LEM-COTA            PIC Z(10)9.99.
           05 FILLER                 PIC X(11) VALUE " ACUMULADA ".
           05 WS-LEM-ACUMULADA       PIC Z(10)9.99.
           05 FILLER                 PIC X(08) VALUE " BAIXAS ".
           05 WS-LEM-BAIXAS          PIC ZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LEM-RESULTADO       PIC -(10)9.99.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "DEPREC01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           PERFORM 002-LE-PARAMETRO
           PERFORM 003-CONFERE-PERIODO
           PERFORM 005-CARREGA-ATIVOS
           IF WS-QTDE-BAIXAS-DEVIDAS > ZEROES
              AND (WS-CONTA-VENDA = ZEROES
               OR WS-CONTA-GANHO = ZEROES
               OR WS-CONTA-PERDA = ZEROES)
               MOVE "BAIXA NO PERIODO EXIGE CONTAS DE VENDA/GANHO/PERDA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           OPEN OUTPUT GL-SAIDA-FILE
           IF WS-FS-GLSAIDA NOT = "00"
               MOVE WS-FS-GLSAIDA TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR DEPRECGL" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           STRING "RAZAO DO ATIVO IMOBILIZADO - DEPRECIACAO DO "
               "PERIODO " WS-PERIODO-DEPREC
               "   DATA DOS LANCAMENTOS " WS-DATA-FIM-PERIODO
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE WS-CABECALHO-1 TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE ZEROES TO WS-IDX-TAB
           PERFORM 010-PROCESSA-ATIVO UNTIL WS-IDX-TAB = WS-TAB-QTDE
           MOVE SPACES TO GL-TRANS-REC
           MOVE "T" TO GL-TIPO-TRANS
           MOVE WS-TOTAL-DEBITOS  TO GL-TOTAL-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO GL-TOTAL-CREDITOS
           ACCEPT GL-SEQ-DATA FROM DATE YYYYMMDD
           ACCEPT GL-SEQ-HORA FROM TIME
           WRITE GL-TRAILER-REC
           CLOSE GL-SAIDA-FILE
           PERFORM 030-IMPRIME-TOTAIS
           CLOSE RELAT-OUT-FILE
           MOVE "DEPRRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           PERFORM 022-REGRAVA-ATIVOS
           DISPLAY "DEPRECIACAO DO PERIODO " WS-PERIODO-DEPREC
               " CONCLUIDA - BENS DEPRECIADOS: " WS-QTDE-DEPRECIADOS
               " BAIXAS: " WS-QTDE-BAIXADOS
               " LANCAMENTOS GLTRANS: " WS-QTDE-LANCAMENTOS
               " - VER DEPRRPT"
           GOBACK.

       002-LE-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM NOT = "00"
               MOVE WS-FS-PARM TO WS-FS-ERRO
               MOVE "CARTAO DEPRPARM AUSENTE - INFORME O PERIODO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           READ PARM-FILE
               AT END
                   MOVE "CARTAO DEPRPARM VAZIO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-READ
           CLOSE PARM-FILE
           IF PA-PERIODO IS NOT NUMERIC
               MOVE "PERIODO DO DEPRPARM NAO NUMERICO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE PA-PERIODO TO WS-PERIODO-DEPREC
           IF PA-CONTA-VENDA NOT = SPACES
               IF PA-CONTA-VENDA-NUM IS NOT NUMERIC
                   MOVE "CONTA DE VENDA DO DEPRPARM NAO NUMERICA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               MOVE PA-CONTA-VENDA-NUM TO WS-CONTA-VENDA
           END-IF
           IF PA-CONTA-GANHO NOT = SPACES
               IF PA-CONTA-GANHO-NUM IS NOT NUMERIC
                   MOVE "CONTA DE GANHO DO DEPRPARM NAO NUMERICA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               MOVE PA-CONTA-GANHO-NUM TO WS-CONTA-GANHO
           END-IF
           IF PA-CONTA-PERDA NOT = SPACES
               IF PA-CONTA-PERDA-NUM IS NOT NUMERIC
                   MOVE "CONTA DE PERDA DO DEPRPARM NAO NUMERICA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               MOVE PA-CONTA-PERDA-NUM TO WS-CONTA-PERDA
           END-IF
           COMPUTE WS-ANO-CALC = WS-PERIODO-DEPREC / 100
           COMPUTE WS-MES-CALC = WS-PERIODO-DEPREC
               - WS-ANO-CALC * 100
           IF WS-MES-CALC < 1 OR WS-MES-CALC > 12
               MOVE "PERIODO DO DEPRPARM INVALIDO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-MES-CALC = 12
               COMPUTE WS-DIA-INTEIRO = FUNCTION INTEGER-OF-DATE
                   ((WS-ANO-CALC + 1) * 10000 + 101) - 1
           ELSE
               COMPUTE WS-DIA-INTEIRO = FUNCTION INTEGER-OF-DATE
                   (WS-ANO-CALC * 10000
                    + (WS-MES-CALC + 1) * 100 + 1) - 1
           END-IF
           COMPUTE WS-DATA-FIM-PERIODO =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
           MOVE WS-PERIODO-DEPREC TO WS-PERIODO-CALC
           PERFORM 040-CALCULA-INDICE-MES
           MOVE WS-MES-INDICE TO WS-MES-PERIODO
           MOVE WS-PERIODO-DEPREC TO WS-REF-DP-PERIODO
               WS-REF-BX-PERIODO.

      *-----------------------------------------------------------*
      * Os lancamentos saem no ultimo dia do periodo: periodo     *
      * fechado ou nao cadastrado seria rejeitado pelo ADD05 -    *
      * melhor recusar aqui, antes de mexer no ATIVOS.            *
      *-----------------------------------------------------------*
       003-CONFERE-PERIODO.
           OPEN INPUT PERIODOS-FILE
           EVALUATE WS-FS-PERIODOS
               WHEN "00"
                   PERFORM 004-LE-PERIODO
                       UNTIL PERIODO-CADASTRADO OR FIM-DE-PERIODOS
                   CLOSE PERIODOS-FILE
                   IF NOT PERIODO-CADASTRADO
                       MOVE SPACES TO WS-MSG-ERRO
                       STRING "PERIODO NAO CADASTRADO NO PERIODOS: "
                           WS-PERIODO-DEPREC DELIMITED BY SIZE
                           INTO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   IF WS-PER-SITUACAO NOT = "A"
                       MOVE SPACES TO WS-MSG-ERRO
                       STRING "PERIODO FECHADO NO PERIODOS: "
                           WS-PERIODO-DEPREC DELIMITED BY SIZE
                           INTO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
               WHEN "35"
                   DISPLAY "PERIODOS NAO ENCONTRADO - SEM CONTROLE "
                       "DE PERIODO CONTABIL"
               WHEN OTHER
                   MOVE WS-FS-PERIODOS TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PERIODOS" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       004-LE-PERIODO.
           READ PERIODOS-FILE
               AT END
                   SET FIM-DE-PERIODOS TO TRUE
               NOT AT END
                   IF PD-PERIODO = WS-PERIODO-DEPREC
                       SET PERIODO-CADASTRADO TO TRUE
                       MOVE PD-SITUACAO TO WS-PER-SITUACAO
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Um bem que ja tenha o periodo (ou um posterior) como      *
      * ultimo depreciado prova que a rodada ja aconteceu: nada   *
      * e gravado e o job aborta.                                 *
      *-----------------------------------------------------------*
       005-CARREGA-ATIVOS.
           OPEN INPUT MESTRE-FILE
           IF WS-FS-MESTRE NOT = "00"
               MOVE WS-FS-MESTRE TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR ATIVOS" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 006-LE-ATIVO UNTIL FIM-DO-MESTRE
           CLOSE MESTRE-FILE.

       006-LE-ATIVO.
           READ MESTRE-FILE
               AT END
                   SET FIM-DO-MESTRE TO TRUE
               NOT AT END
                   IF WS-TAB-QTDE = 500
                       MOVE "ATIVOS EXCEDE A TABELA" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   IF AF-ULTIMO-PERIODO NOT < WS-PERIODO-DEPREC
                       MOVE SPACES TO WS-MSG-ERRO
                       STRING "PERIODO JA DEPRECIADO - BEM "
                           AF-COMPANY-CODE " " AF-CODIGO
                           " ULTIMO " AF-ULTIMO-PERIODO
                           DELIMITED BY SIZE INTO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   IF AF-BAIXA-PENDENTE
                       COMPUTE WS-PERIODO-CALC = AF-DATA-BAIXA / 100
                       IF WS-PERIODO-CALC NOT > WS-PERIODO-DEPREC
                           ADD 1 TO WS-QTDE-BAIXAS-DEVIDAS
                       END-IF
                   END-IF
                   ADD 1 TO WS-TAB-QTDE
                   MOVE AF-ATIVO-REC TO WS-TAB-IMAGEM(WS-TAB-QTDE)
           END-READ.

      *-----------------------------------------------------------*
      * Um bem: meses do seguinte ao ultimo depreciado (ou do mes *
      * de entrada em servico) ate o periodo - ou ate o mes       *
      * anterior ao da baixa -, lancamento da cota, baixa e linha *
      * do razao.                                                 *
      *-----------------------------------------------------------*
       010-PROCESSA-ATIVO.
           ADD 1 TO WS-IDX-TAB
           MOVE WS-TAB-IMAGEM(WS-IDX-TAB) TO AF-ATIVO-REC
           PERFORM 011-LOCALIZA-EMPRESA
           MOVE AF-DEPREC-ACUMULADA TO WS-DEPREC-ANTERIOR
           MOVE ZEROES TO WS-COTA-PERIODO WS-MESES-DEPRECIADOS
           MOVE "N" TO WS-BAIXA-DEVIDA
           COMPUTE WS-PERIODO-CALC = AF-DATA-INICIO / 100
           PERFORM 040-CALCULA-INDICE-MES
           MOVE WS-MES-INDICE TO WS-MES-INICIO
           IF NOT AF-BEM-BAIXADO
               AND WS-MES-INICIO NOT > WS-MES-PERIODO
               MOVE WS-MES-INICIO TO WS-MES-PRIMEIRO
               IF AF-ULTIMO-PERIODO NOT = ZEROES
                   MOVE AF-ULTIMO-PERIODO TO WS-PERIODO-CALC
                   PERFORM 040-CALCULA-INDICE-MES
                   IF WS-MES-INDICE + 1 > WS-MES-PRIMEIRO
                       COMPUTE WS-MES-PRIMEIRO = WS-MES-INDICE + 1
                   END-IF
               END-IF
               MOVE WS-MES-PERIODO TO WS-MES-FINAL
               IF AF-BAIXA-PENDENTE
                   COMPUTE WS-PERIODO-CALC = AF-DATA-BAIXA / 100
                   PERFORM 040-CALCULA-INDICE-MES
                   IF WS-MES-INDICE NOT > WS-MES-PERIODO
                       SET BAIXA-NO-PERIODO TO TRUE
                       COMPUTE WS-MES-FINAL = WS-MES-INDICE - 1
                   END-IF
               END-IF
               MOVE WS-MES-PRIMEIRO TO WS-MES-CORRENTE
               PERFORM 012-DEPRECIA-MES
                   UNTIL WS-MES-CORRENTE > WS-MES-FINAL
               IF WS-COTA-PERIODO > ZEROES
                   PERFORM 014-GERA-DEPRECIACAO
               END-IF
               IF BAIXA-NO-PERIODO
                   PERFORM 016-GERA-BAIXA
               END-IF
               MOVE WS-PERIODO-DEPREC TO AF-ULTIMO-PERIODO
           END-IF
           MOVE AF-ATIVO-REC TO WS-TAB-IMAGEM(WS-IDX-TAB)
           PERFORM 020-IMPRIME-BEM.

       011-LOCALIZA-EMPRESA.
           MOVE ZEROES TO WS-IDX-EMP
           MOVE "N" TO WS-EMP-ACHOU
           PERFORM 013-PROCURA-EMPRESA
               UNTIL EMPRESA-ENCONTRADA OR WS-IDX-EMP = WS-EMP-QTDE
           IF NOT EMPRESA-ENCONTRADA
               IF WS-EMP-QTDE = 20
                   MOVE "MAIS DE 20 EMPRESAS NO ATIVOS" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-EMP-QTDE
               MOVE WS-EMP-QTDE TO WS-IDX-EMP
               MOVE AF-COMPANY-CODE  TO WS-EMP-CODIGO(WS-IDX-EMP)
               MOVE AF-CURRENCY-CODE TO WS-EMP-MOEDA(WS-IDX-EMP)
               MOVE ZEROES TO WS-EMP-BENS(WS-IDX-EMP)
                   WS-EMP-CUSTO(WS-IDX-EMP)
                   WS-EMP-COTA(WS-IDX-EMP)
                   WS-EMP-ACUMULADA(WS-IDX-EMP)
                   WS-EMP-BAIXAS(WS-IDX-EMP)
                   WS-EMP-RESULTADO(WS-IDX-EMP)
           END-IF.

       013-PROCURA-EMPRESA.
           ADD 1 TO WS-IDX-EMP
           IF WS-EMP-CODIGO(WS-IDX-EMP) = AF-COMPANY-CODE
              AND WS-EMP-MOEDA(WS-IDX-EMP) = AF-CURRENCY-CODE
               SET EMPRESA-ENCONTRADA TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Cota de um mes. Linear: custo / vida. Saldos              *
      * decrescentes: taxa dobrada (2 / vida) sobre o valor       *
      * liquido, ou o liquido dividido pelos meses restantes      *
      * quando isso for maior. O ultimo mes da vida leva todo o   *
      * liquido que sobrou (arredondamentos); nunca passa do      *
      * custo.                                                    *
      *-----------------------------------------------------------*
       012-DEPRECIA-MES.
           COMPUTE WS-VALOR-LIQUIDO = AF-VALOR-CUSTO
               - AF-DEPREC-ACUMULADA
           IF WS-VALOR-LIQUIDO > ZEROES
               COMPUTE WS-MESES-DECORRIDOS = WS-MES-CORRENTE
                   - WS-MES-INICIO
               COMPUTE WS-MESES-RESTANTES = AF-VIDA-UTIL-MESES
                   - WS-MESES-DECORRIDOS
               EVALUATE TRUE
                   WHEN WS-MESES-RESTANTES NOT > 1
                       MOVE WS-VALOR-LIQUIDO TO WS-COTA-MES
                   WHEN AF-METODO-LINEAR
                       COMPUTE WS-COTA-MES ROUNDED =
                           AF-VALOR-CUSTO / AF-VIDA-UTIL-MESES
                   WHEN OTHER
                       COMPUTE WS-COTA-MES ROUNDED =
                           WS-VALOR-LIQUIDO * 2 / AF-VIDA-UTIL-MESES
                       COMPUTE WS-COTA-LINEAR ROUNDED =
                           WS-VALOR-LIQUIDO / WS-MESES-RESTANTES
                       IF WS-COTA-LINEAR > WS-COTA-MES
                           MOVE WS-COTA-LINEAR TO WS-COTA-MES
                       END-IF
               END-EVALUATE
               IF WS-COTA-MES > WS-VALOR-LIQUIDO
                   MOVE WS-VALOR-LIQUIDO TO WS-COTA-MES
               END-IF
               ADD WS-COTA-MES TO AF-DEPREC-ACUMULADA
               ADD WS-COTA-MES TO WS-COTA-PERIODO
               ADD 1 TO WS-MESES-DEPRECIADOS
           END-IF
           ADD 1 TO WS-MES-CORRENTE.

       014-GERA-DEPRECIACAO.
           MOVE WS-IDX-EMP TO WS-REF-DP-SEQ
           MOVE WS-REF-DEPRECIACAO  TO WS-GL-REFERENCIA
           MOVE "D"                 TO WS-GL-TIPO
           MOVE AF-CONTA-DESPESA    TO WS-GL-CONTA
           MOVE AF-CENTRO-CUSTO     TO WS-GL-CENTRO-CUSTO
           MOVE WS-COTA-PERIODO     TO WS-GL-VALOR
           PERFORM 018-GRAVA-LINHA-GL
           MOVE "C"                 TO WS-GL-TIPO
           MOVE AF-CONTA-DEPREC-ACUM TO WS-GL-CONTA
           MOVE SPACES              TO WS-GL-CENTRO-CUSTO
           PERFORM 018-GRAVA-LINHA-GL
           ADD 1 TO WS-QTDE-DEPRECIADOS
           ADD WS-COTA-PERIODO TO WS-TOTAL-COTA
           ADD WS-COTA-PERIODO TO WS-EMP-COTA(WS-IDX-EMP).

      *-----------------------------------------------------------*
      * Baixa: debita a acumulada e a conta de venda, credita o   *
      * custo na conta do bem; venda acima do valor liquido       *
      * credita o ganho, abaixo debita a perda (com o centro de   *
      * custo do bem). Pernas de valor zero nao saem.             *
      *-----------------------------------------------------------*
       016-GERA-BAIXA.
           IF WS-SEQ-BAIXA = 99
               MOVE "MAIS DE 99 BAIXAS NO PERIODO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-SEQ-BAIXA
           MOVE WS-SEQ-BAIXA TO WS-REF-BX-SEQ
           MOVE WS-REF-BAIXA TO WS-GL-REFERENCIA
           COMPUTE WS-VALOR-LIQUIDO = AF-VALOR-CUSTO
               - AF-DEPREC-ACUMULADA
           COMPUTE WS-RESULTADO-BAIXA = AF-VALOR-BAIXA
               - WS-VALOR-LIQUIDO
           MOVE SPACES TO WS-GL-CENTRO-CUSTO
           IF AF-DEPREC-ACUMULADA > ZEROES
               MOVE "D"                  TO WS-GL-TIPO
               MOVE AF-CONTA-DEPREC-ACUM TO WS-GL-CONTA
               MOVE AF-DEPREC-ACUMULADA  TO WS-GL-VALOR
               PERFORM 018-GRAVA-LINHA-GL
           END-IF
           IF AF-VALOR-BAIXA > ZEROES
               MOVE "D"                  TO WS-GL-TIPO
               MOVE WS-CONTA-VENDA       TO WS-GL-CONTA
               MOVE AF-VALOR-BAIXA       TO WS-GL-VALOR
               PERFORM 018-GRAVA-LINHA-GL
           END-IF
           MOVE "C"                      TO WS-GL-TIPO
           MOVE AF-CONTA-ATIVO           TO WS-GL-CONTA
           MOVE AF-VALOR-CUSTO           TO WS-GL-VALOR
           PERFORM 018-GRAVA-LINHA-GL
           MOVE AF-CENTRO-CUSTO          TO WS-GL-CENTRO-CUSTO
           EVALUATE TRUE
               WHEN WS-RESULTADO-BAIXA > ZEROES
                   MOVE "C"                TO WS-GL-TIPO
                   MOVE WS-CONTA-GANHO     TO WS-GL-CONTA
                   MOVE WS-RESULTADO-BAIXA TO WS-GL-VALOR
                   PERFORM 018-GRAVA-LINHA-GL
               WHEN WS-RESULTADO-BAIXA < ZEROES
                   COMPUTE WS-GL-VALOR = WS-RESULTADO-BAIXA * -1
                   MOVE "D"                TO WS-GL-TIPO
                   MOVE WS-CONTA-PERDA     TO WS-GL-CONTA
                   PERFORM 018-GRAVA-LINHA-GL
           END-EVALUATE
           MOVE "B" TO AF-SITUACAO
           ADD 1 TO WS-QTDE-BAIXADOS
           ADD 1 TO WS-EMP-BAIXAS(WS-IDX-EMP)
           ADD WS-RESULTADO-BAIXA TO WS-EMP-RESULTADO(WS-IDX-EMP).

       018-GRAVA-LINHA-GL.
           MOVE SPACES TO GL-TRANS-REC
           MOVE WS-GL-TIPO          TO GL-TIPO-TRANS
           MOVE WS-DATA-FIM-PERIODO TO GL-DATA-TRANS
           MOVE WS-GL-CONTA         TO GL-NUMERO-CONTA
           MOVE WS-GL-REFERENCIA    TO GL-REFERENCIA
           MOVE AF-COMPANY-CODE     TO GL-COMPANY-CODE
           MOVE AF-CURRENCY-CODE    TO GL-CURRENCY-CODE
           MOVE WS-GL-VALOR         TO GL-VALOR-TRANS
           MOVE WS-NOME-PROGRAMA    TO GL-SISTEMA-ORIGEM
           MOVE SPACES              TO GL-INDICADOR-ESTORNO
           MOVE WS-GL-CENTRO-CUSTO  TO GL-CENTRO-CUSTO
           WRITE GL-TRANS-REC
           IF WS-GL-TIPO = "D"
               ADD WS-GL-VALOR TO WS-TOTAL-DEBITOS
           ELSE
               ADD WS-GL-VALOR TO WS-TOTAL-CREDITOS
           END-IF
           ADD 1 TO WS-QTDE-LANCAMENTOS.

       020-IMPRIME-BEM.
           MOVE AF-COMPANY-CODE     TO WS-LIN-EMPRESA
           MOVE AF-CODIGO           TO WS-LIN-CODIGO
           MOVE AF-DESCRICAO        TO WS-LIN-DESCRICAO
           MOVE AF-METODO           TO WS-LIN-METODO
           MOVE AF-DATA-INICIO      TO WS-LIN-INICIO
           MOVE AF-VIDA-UTIL-MESES  TO WS-LIN-VIDA
           MOVE AF-VALOR-CUSTO      TO WS-LIN-CUSTO
           MOVE WS-DEPREC-ANTERIOR  TO WS-LIN-ANTERIOR
           MOVE WS-COTA-PERIODO     TO WS-LIN-COTA
           MOVE AF-DEPREC-ACUMULADA TO WS-LIN-ACUMULADA
           IF AF-BEM-BAIXADO
               MOVE ZEROES TO WS-LIN-LIQUIDO
           ELSE
               COMPUTE WS-LIN-LIQUIDO = AF-VALOR-CUSTO
                   - AF-DEPREC-ACUMULADA
               ADD 1 TO WS-EMP-BENS(WS-IDX-EMP)
               ADD AF-VALOR-CUSTO TO WS-EMP-CUSTO(WS-IDX-EMP)
               ADD AF-DEPREC-ACUMULADA
                   TO WS-EMP-ACUMULADA(WS-IDX-EMP)
           END-IF
           EVALUATE TRUE
               WHEN BAIXA-NO-PERIODO
                   MOVE "BAIXADO MES" TO WS-LIN-SITUACAO
               WHEN AF-BEM-BAIXADO
                   MOVE "BAIXADO" TO WS-LIN-SITUACAO
               WHEN WS-MES-INICIO > WS-MES-PERIODO
                   MOVE "A INICIAR" TO WS-LIN-SITUACAO
               WHEN AF-DEPREC-ACUMULADA = AF-VALOR-CUSTO
                   MOVE "DEPRECIADO" TO WS-LIN-SITUACAO
               WHEN AF-BAIXA-PENDENTE
                   MOVE "BAIXA FUTURA" TO WS-LIN-SITUACAO
               WHEN OTHER
                   MOVE "EM USO" TO WS-LIN-SITUACAO
           END-EVALUATE
           MOVE WS-LINHA-BEM TO RELAT-LINHA
           WRITE RELAT-LINHA
           IF WS-MESES-DEPRECIADOS > 1
               MOVE SPACES TO RELAT-LINHA
               STRING "     COTA DE " WS-MESES-DEPRECIADOS
                   " MESES (INCLUI MESES ANTERIORES NAO DEPRECIADOS)"
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           IF BAIXA-NO-PERIODO
               MOVE AF-DATA-BAIXA    TO WS-LBX-DATA
               MOVE AF-VALOR-BAIXA   TO WS-LBX-VENDA
               MOVE WS-VALOR-LIQUIDO TO WS-LBX-LIQUIDO
               IF WS-RESULTADO-BAIXA < ZEROES
                   MOVE "PERDA " TO WS-LBX-TIPO
                   COMPUTE WS-LBX-RESULTADO = WS-RESULTADO-BAIXA * -1
               ELSE
                   MOVE "GANHO " TO WS-LBX-TIPO
                   MOVE WS-RESULTADO-BAIXA TO WS-LBX-RESULTADO
               END-IF
               MOVE WS-REF-BAIXA TO WS-LBX-REFERENCIA
               MOVE WS-LINHA-BAIXA TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF.

       022-REGRAVA-ATIVOS.
           OPEN OUTPUT MESTRE-FILE
           IF WS-FS-MESTRE NOT = "00"
               MOVE WS-FS-MESTRE TO WS-FS-ERRO
               MOVE "FALHA AO REGRAVAR ATIVOS" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-IDX-TAB
           PERFORM 023-GRAVA-ATIVO UNTIL WS-IDX-TAB = WS-TAB-QTDE
           CLOSE MESTRE-FILE.

       023-GRAVA-ATIVO.
           ADD 1 TO WS-IDX-TAB
           MOVE WS-TAB-IMAGEM(WS-IDX-TAB) TO AF-ATIVO-REC
           WRITE AF-ATIVO-REC.

       030-IMPRIME-TOTAIS.
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "TOTAIS POR EMPRESA - CUSTO E ACUMULADA DOS BENS "
               "NAO BAIXADOS, COTA E RESULTADO DAS BAIXAS DO MES"
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE ZEROES TO WS-IDX-EMP
           PERFORM 031-IMPRIME-EMPRESA UNTIL WS-IDX-EMP = WS-EMP-QTDE
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "BENS DEPRECIADOS: " WS-QTDE-DEPRECIADOS
               "   BAIXAS: " WS-QTDE-BAIXADOS
               "   LANCAMENTOS: " WS-QTDE-LANCAMENTOS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "TRAILER DO DEPRECGL - DEBITOS " WS-TOTAL-DEBITOS
               " CREDITOS " WS-TOTAL-CREDITOS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA.

       031-IMPRIME-EMPRESA.
           ADD 1 TO WS-IDX-EMP
           MOVE WS-EMP-CODIGO(WS-IDX-EMP)    TO WS-LEM-EMPRESA
           MOVE WS-EMP-MOEDA(WS-IDX-EMP)     TO WS-LEM-MOEDA
           MOVE WS-EMP-BENS(WS-IDX-EMP)      TO WS-LEM-BENS
           MOVE WS-EMP-CUSTO(WS-IDX-EMP)     TO WS-LEM-CUSTO
           MOVE WS-EMP-COTA(WS-IDX-EMP)      TO WS-LEM-COTA
           MOVE WS-EMP-ACUMULADA(WS-IDX-EMP) TO WS-LEM-ACUMULADA
           MOVE WS-EMP-BAIXAS(WS-IDX-EMP)    TO WS-LEM-BAIXAS
           MOVE WS-EMP-RESULTADO(WS-IDX-EMP) TO WS-LEM-RESULTADO
           MOVE WS-LINHA-EMPRESA TO RELAT-LINHA
           WRITE RELAT-LINHA.

       040-CALCULA-INDICE-MES.
           COMPUTE WS-ANO-CALC = WS-PERIODO-CALC / 100
           COMPUTE WS-MES-CALC = WS-PERIODO-CALC - WS-ANO-CALC * 100
           COMPUTE WS-MES-INDICE = WS-ANO-CALC * 12 + WS-MES-CALC.

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
