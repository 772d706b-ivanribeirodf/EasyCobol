      *              estorno. O GLRELS so e esvaziado DEPOIS da           *
      *              postagem: um abort antes disso nao consome mais as   *
      *              liberacoes aprovadas.                                *
      * 15/10/2026 - IR - Lancamento com GL-SISTEMA-ORIGEM         *
      *              (arquivo gerado pelo INTSET01, RATEIO01 ou    *
      *              REVAL01, carimbado na carga controlada do     *
      *              GLENTR01) so e aceito se a origem/periodo     *
      *              estiver no GLREGIST como encaminhada: ja      *
      *              postada ou sem registro aborta na             *
      *              pre-passada, antes de qualquer gravacao. Ao   *
      *              final da postagem o registro e marcado        *
      *              postado (P) com a data. O GLHIST passa a      *
      *              guardar a origem do lancamento                *
      *              (GH-SISTEMA-ORIGEM) e as imagens              *
      *              GLREJ/GLHOLD/GLRELS acompanham o GLTRANS      *
      *              ampliado.                                     *
      * 15/10/2026 - IR - Balanceamento por lancamento: a          *
      *              pre-passada agrupa os detalhes por            *
      *              GL-REFERENCIA e empresa (so pela referencia   *
      *              nos lancamentos gerados, que cruzam empresas  *
      *              por construcao) e exige debitos iguais a      *
      *              creditos em cada grupo. Lancamento            *
      *              desbalanceado vai inteiro para o GLREJ com o  *
      *              motivo novo DB e nada dele posta; o novo      *
      *              relatorio de execucao ADD5RPT (ou o ADD5SIM   *
      *              na simulacao) lista cada referencia           *
      *              desbalanceada com a diferenca.                *
      * 15/10/2026 - IR - Registro GLTRANS ganhou                  *
      *              GL-INDICADOR-ESTORNO (53 posicoes). Movimento *
      *              digitado postado com o indicador S e          *
      *              acrescentado ao ESTPEND com situacao P, para  *
      *              o ESTORN01 gerar o estorno automatico no      *
      *              primeiro dia util do periodo seguinte.        *
      * 15/10/2026 - IR - Centro de custo (GL-CENTRO-CUSTO) nos    *
      *              lancamentos: validado contra o cadastro       *
      *              CCUSTO (ausente = sem validacao, com aviso).  *
      *              Conta de despesa (classe R, natureza D no     *
      *              PLANOCTA) exige centro de custo, e centro     *
      *              informado precisa existir ativo; recusa com   *
      *              motivo CC. O centro segue para o GLHIST,      *
      *              entra na chave do GLSALDO e no ESTPEND.       *
      * 15/10/2026 - IR - Rejeita lancamento em conta sintetica do *
      *              PLANOCTA (motivo CS).                         *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Sign-on do OPERCARD (OPERCARD.CPY: ID,   *
      *              senha e senha nova) conferido pelo servico    *
      *              SENHASVC antes da validacao no OPERMAST;      *
      *              senha invalida, operador bloqueado ou senha   *
      *              expirada sem troca encerram o programa.       *
      * 15/10/2026 - IR - Retido GLHOLD passa a carregar o         *
      *              operador do run (HG-OPERADOR-ID), para o      *
      *              HOLDREL registrar no CTLDUPLO quem submeteu o *
      *              item que ele libera.                          *
      * 15/10/2026 - IR - Calendario fiscal por empresa (CALFISC,  *
      *              servico FISCSVC): lancamento com              *
      *              GL-INDICADOR-ESTORNO "A" (ajuste de           *
      *              encerramento do exercicio) datado no ultimo   *
      *              mes do exercicio da empresa posta no periodo  *
      *              13 (AAAA13); fora desse mes, ou de empresa    *
      *              sem periodo de ajuste, rejeita com motivo PF. *
      *              Tabela do PERIODOS com a empresa (o AAAA13 e  *
      *              de uma empresa so) e ampliada para 60         *
      *              periodos.                                     *
      * 15/10/2026 - IR - Registro do AUDITLOG e evento do ERRLOG  *
      *              encadeados pelo servico CADEISVC antes do     *
      *              WRITE: sequencia da cabeca                    *
      *              (AUDCHAIN/ERRCHAIN) e hash do conteudo com o  *
      *              hash do registro anterior, conferidos pelo    *
      *              CADEIA01.                                     *
      * 15/10/2026 - IR - Postagem pelo calendario da empresa: com *
      *              o DATAPROC do dia, a data de postagem do      *
      *              GLHIST e do ESTPEND de cada movimento sai do  *
      *              CALSVC com o calendario de feriados da        *
      *              empresa no EMPRESA (EM-CALENDARIO);           *
      *              calendario padrao ou sem DATAPROC mantem a    *
      *              data do lote.                                 *
      * 15/10/2026 - IR - Relatorio ADD5RPT/ADD5SIM arquivado      *
      *              depois do CLOSE como geracao datada pelo      *
      *              servico RELSVC (indice RELINDEX com data de   *
      *              negocio, hora, operador e paginas), para a    *
      *              reimpressao pelo RELRET01 em vez de rodar de  *
      *              novo.                                         *
      * 15/10/2026 - IR - Lancamento validado inteiro na           *
      *              pre-passada: cada linha do GLTRANS passa      *
      *              pelas validacoes (conta, periodo, empresa,    *
      *              centro de custo, periodo fechado no GLSALDO   *
      *              aberto para consulta) e pelo limite por       *
      *              transacao; uma linha invalida rejeita as      *
      *              demais linhas da mesma GL-REFERENCIA com      *
      *              motivo LR e uma linha acima do limite retem o *
      *              lancamento inteiro no GLHOLD. CALL do FISCSVC *
      *              com ON EXCEPTION: servico indisponivel        *
      *              rejeita a linha com motivo PF.                *
      * 15/10/2026 - IR - Postagem confere as linhas de cada       *
      *              origem/periodo contra a soma de TODOS os      *
      *              registros encaminhados dela no GLREGIST e     *
      *              marca todos como postados; linha de arquivo   *
      *              ja postado que tenha ficado no GLTRANS        *
      *              aborta. GLTRANS postado fora da simulacao e   *
      *              esvaziado (so o trailer zerado).              *
      * 15/10/2026 - IR - Liberados do GLRELS conferidos debito =  *
      *              credito por referencia + empresa antes de     *
      *              postar; lancamento liberado desbalanceado e   *
      *              rejeitado com motivo DB.                      *
      * 15/10/2026 - IR - Consulta ao PERIODOS prefere a linha da  *
      *              propria empresa; a linha generica (empresa em *
      *              branco) so vale na falta dela.                *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SIM-RELAT-FILE ASSIGN TO "ADD5SIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SIMRPT.
           SELECT RELAT-OUT-FILE ASSIGN TO "ADD5RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.
           SELECT REGISTRO-FILE ASSIGN TO "GLREGIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO.
           SELECT ESTORNO-PEND-FILE ASSIGN TO "ESTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTPEND.
           SELECT CENTRO-CUSTO-FILE ASSIGN TO "CCUSTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CCUSTO.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-TRANS-FILE.
           COPY PLANOCTA.
       FD  GL-REJEITO-FILE.
       01  GJ-REJEITO-REC.
           05 GJ-DADOS-TRANS        PIC X(59).
           05 GJ-MOTIVO             PIC X(02).
               88 GJ-MOTIVO-DESCONHECIDA VALUE "CD".
               88 GJ-MOTIVO-INATIVA      VALUE "CI".
               88 GJ-MOTIVO-DATA         VALUE "DT".
               88 GJ-MOTIVO-PERIODO      VALUE "PF".
               88 GJ-MOTIVO-EMPRESA      VALUE "EM".
               88 GJ-MOTIVO-DESBALANCEADO VALUE "DB".
               88 GJ-MOTIVO-CENTRO-CUSTO VALUE "CC".
               88 GJ-MOTIVO-SINTETICA    VALUE "CS".
               88 GJ-MOTIVO-LANCAMENTO   VALUE "LR".
           05 GJ-DATA-PROCES        PIC 9(08).
       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.
       FD  SEQ-CTL-FILE.
           COPY SEQCTL.
       FD  OPERADOR-FILE.
           COPY OPERCARD.
       FD  OPERADOR-MASTER-FILE.
           COPY OPERMAST.
       FD  PERIODOS-FILE.
           COPY LIMITES.
       FD  GL-RETIDO-FILE.
       01  HG-RETIDO-REC.
           05 HG-DADOS-TRANS         PIC X(59).
           05 HG-MOTIVO              PIC X(02).
               88 HG-MOTIVO-TRANSACAO    VALUE "LT".
           05 HG-DATA-PROCES         PIC 9(08).
           05 HG-OPERADOR-ID         PIC X(08).
       FD  GL-LIBERADO-FILE.
       01  LG-LIBERADO-REC           PIC X(59).
       FD  SIMULACAO-FILE.
       01  SIMULACAO-REC             PIC X(01).
       FD  SIM-RELAT-FILE.
       01  SIM-LINHA                 PIC X(100).
       FD  REGISTRO-FILE.
           COPY GLREGIS.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(100).
       FD  ESTORNO-PEND-FILE.
           COPY ESTPEND.
       FD  CENTRO-CUSTO-FILE.
           COPY CCUSTO.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
           COPY SENHASVC.
           COPY CALENSVC.
           COPY FISCSVC.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-SEQCTL          PIC X(02).
       01  WS-SEQUENCIA-IF       PIC 9(09) VALUE ZEROES.
           88 FIM-DE-PERIODOS       VALUE "S".
       01  WS-TABELA-PERIODOS.
           05 WS-PER-QTDE           PIC 9(02) VALUE ZEROES.
           05 WS-PER-ENTRADA        OCCURS 60 TIMES.
               10 WS-PER-PERIODO    PIC 9(06).
               10 WS-PER-SITUACAO   PIC X(01).
               10 WS-PER-COMPANY    PIC X(03).
       01  WS-IDX-PER               PIC 9(02) VALUE ZEROES.
       01  WS-IDX-PER-GERAL         PIC 9(02) VALUE ZEROES.
       01  WS-PER-ACHOU             PIC X(01) VALUE "N".
           88 PERIODO-CADASTRADO    VALUE "S".
       01  WS-PERIODO-TRANSACAO     PIC 9(06) VALUE ZEROES.
           05 WS-EMP-ENTRADA        OCCURS 20 TIMES.
               10 WS-EMP-CODIGO     PIC X(03).
               10 WS-EMP-SITUACAO   PIC X(01).
               10 WS-EMP-CALENDARIO PIC X(03).
               10 WS-EMP-DATA-POSTAGEM PIC 9(08).
       01  WS-IDX-EMP               PIC 9(02) VALUE ZEROES.
       01  WS-EMP-ACHOU             PIC X(01) VALUE "N".
           88 EMPRESA-CADASTRADA    VALUE "S".
       01  WS-DATAPROC-FLAG      PIC X(01) VALUE "N".
           88 ROLA-POR-CALENDARIO VALUE "S".
       01  WS-EMPRESA-POSTAGEM   PIC X(03) VALUE SPACES.
       01  WS-DATA-POSTAGEM-EMP  PIC 9(08) VALUE ZEROES.
       01  WS-IDX-EMP-POST       PIC 9(02) VALUE ZEROES.
       01  WS-EMP-POST-ACHOU     PIC X(01) VALUE "N".
           88 EMPRESA-POSTAGEM-ACHADA VALUE "S".
       01  WS-EMPRESA-TRANS-FLAG    PIC X(01) VALUE "S".
           88 EMPRESA-TRANS-OK      VALUE "S".
       01  WS-FS-CCUSTO             PIC X(02).
       01  WS-VALIDA-CENTROS        PIC X(01) VALUE "N".
           88 VALIDA-CENTROS        VALUE "S".
       01  WS-EOF-CCUSTO            PIC X(01) VALUE "N".
           88 FIM-DE-CENTROS        VALUE "S".
       01  WS-CADASTRO-CENTROS.
           05 WS-CCU-QTDE           PIC 9(03) VALUE ZEROES.
           05 WS-CCU-ENTRADA        OCCURS 200 TIMES.
               10 WS-CCU-CODIGO     PIC X(06).
               10 WS-CCU-SITUACAO   PIC X(01).
       01  WS-IDX-CCU               PIC 9(03) VALUE ZEROES.
       01  WS-CCU-ACHOU             PIC X(01) VALUE "N".
           88 CENTRO-CADASTRADO     VALUE "S".
       01  WS-CENTRO-TRANS-FLAG     PIC X(01) VALUE "S".
           88 CENTRO-TRANS-OK       VALUE "S".
       01  WS-FS-GLHIST             PIC X(02).
       01  WS-FS-LIMITES            PIC X(02).
       01  WS-FS-GLRETIDO           PIC X(02).
       01  WS-TABELA-LIBERADOS.
           05 WS-LIB-QTDE           PIC 9(03) VALUE ZEROES.
           05 WS-LIB-ENTRADA        OCCURS 200 TIMES.
               10 WS-LIB-DADOS      PIC X(59).
       01  WS-IDX-LIB               PIC 9(03) VALUE ZEROES.
       01  WS-TABELA-LIB-GRUPOS.
           05 WS-LBG-QTDE           PIC 9(03) VALUE ZEROES.
           05 WS-LBG-ENTRADA        OCCURS 200 TIMES.
               10 WS-LBG-REFERENCIA PIC X(10).
               10 WS-LBG-EMPRESA    PIC X(03).
               10 WS-LBG-DEBITOS    PIC 9(11)V99.
               10 WS-LBG-CREDITOS   PIC 9(11)V99.
       01  WS-IDX-LBG               PIC 9(03) VALUE ZEROES.
       01  WS-LBG-CHAVE-EMPRESA     PIC X(03) VALUE SPACES.
       01  WS-LBG-ACHOU             PIC X(01) VALUE "N".
           88 GRUPO-LIBERADO-ENCONTRADO VALUE "S".
       01  WS-FS-SIMUL              PIC X(02).
       01  WS-FS-SIMRPT             PIC X(02).
       01  WS-SIMULACAO             PIC X(01) VALUE "N".
       01  WS-MOVIMENTOS-PENDENTES.
           05 WS-PEN-QTDE           PIC 9(03) VALUE ZEROES.
           05 WS-PEN-ENTRADA        OCCURS 500 TIMES.
               10 WS-PEN-IMAGEM     PIC X(59).
               10 WS-PEN-IDX        PIC 9(03).
       01  WS-IDX-PEN               PIC 9(03) VALUE ZEROES.
       01  WS-MOV-IMAGEM            PIC X(59) VALUE SPACES.
       01  WS-MOV-DESM REDEFINES WS-MOV-IMAGEM.
           05 WS-MOV-TIPO           PIC X(01).
           05 WS-MOV-DATA           PIC 9(08).
           05 WS-MOV-COMPANY        PIC X(03).
           05 WS-MOV-CURRENCY       PIC X(03).
           05 WS-MOV-VALOR          PIC 9(9)V99.
           05 WS-MOV-ORIGEM         PIC X(08).
           05 WS-MOV-ESTORNO        PIC X(01).
           05 WS-MOV-CENTRO-CUSTO   PIC X(06).
       01  WS-MESTRE-AUSENTE        PIC X(01) VALUE "N".
           88 MESTRE-AUSENTE        VALUE "S".
       01  WS-SUBTOTAIS-PERIODO.
           05 WS-PLANO-ENTRADA      OCCURS 100 TIMES.
               10 WS-PLANO-NUMERO   PIC 9(08).
               10 WS-PLANO-SITUACAO PIC X(01).
               10 WS-PLANO-NATUREZA PIC X(01).
               10 WS-PLANO-CLASSE   PIC X(01).
               10 WS-PLANO-TIPO     PIC X(01).
       01  WS-IDX-PLANO             PIC 9(03) VALUE ZEROES.
       01  WS-PLANO-ACHOU           PIC X(01) VALUE "N".
           88 CONTA-ENCONTRADA      VALUE "S".
               10 WS-SALDO-COMPANY  PIC X(03).
               10 WS-SALDO-CURRENCY PIC X(03).
               10 WS-SALDO-PERIODO  PIC 9(06).
               10 WS-SALDO-CCUSTO   PIC X(06).
               10 WS-SALDO-CONTA    PIC S9(9)V99.
               10 WS-SALDO-DEBITOS  PIC S9(11)V99.
               10 WS-SALDO-CREDITOS PIC S9(11)V99.
       01  WS-OPER-ACHOU         PIC X(01) VALUE "N".
           88 OPERADOR-CADASTRADO VALUE "S".
       01  WS-DECISAO-OVERRIDE   PIC 9(01) VALUE ZEROES.
       01  WS-FS-REGISTRO           PIC X(02).
       01  WS-EOF-REGISTRO          PIC X(01) VALUE "N".
           88 FIM-DO-REGISTRO       VALUE "S".
       01  WS-ORIGENS-LOTE.
           05 WS-ORG-QTDE           PIC 9(02) VALUE ZEROES.
           05 WS-ORG-ENTRADA        OCCURS 20 TIMES.
               10 WS-ORG-PROGRAMA   PIC X(08).
               10 WS-ORG-PERIODO    PIC 9(06).
               10 WS-ORG-DEBITOS    PIC 9(11)V99.
               10 WS-ORG-CREDITOS   PIC 9(11)V99.
               10 WS-ORG-REG-QTDE   PIC 9(03).
               10 WS-ORG-REG-DEBITOS  PIC 9(11)V99.
               10 WS-ORG-REG-CREDITOS PIC 9(11)V99.
       01  WS-IDX-ORG               PIC 9(02) VALUE ZEROES.
       01  WS-ORG-ACHOU             PIC X(01) VALUE "N".
           88 ORIGEM-ENCONTRADA     VALUE "S".
       01  WS-PERIODO-ORIGEM        PIC 9(06) VALUE ZEROES.
       01  WS-TABELA-REGISTRO.
           05 WS-REG-QTDE           PIC 9(03) VALUE ZEROES.
           05 WS-REG-ENTRADA        OCCURS 500 TIMES.
               10 WS-REG-DADOS      PIC X(86).
               10 WS-REG-DESM REDEFINES WS-REG-DADOS.
                   15 WS-REG-PROGRAMA   PIC X(08).
                   15 WS-REG-PERIODO    PIC 9(06).
                   15 WS-REG-DEBITOS    PIC 9(11)V99.
                   15 WS-REG-CREDITOS   PIC 9(11)V99.
                   15 FILLER            PIC X(05).
                   15 WS-REG-SITUACAO   PIC X(01).
                   15 FILLER            PIC X(16).
                   15 WS-REG-DATA-POST  PIC 9(08).
                   15 FILLER            PIC X(16).
       01  WS-IDX-REG               PIC 9(03) VALUE ZEROES.
       01  WS-REG-POSTADO-FLAG      PIC X(01) VALUE "N".
           88 REGISTRO-JA-POSTADO   VALUE "S".
       01  WS-FS-ESTPEND            PIC X(02).
       01  WS-ESTPEND-FLAG          PIC X(01) VALUE "N".
           88 ESTPEND-ABERTO        VALUE "S".
       01  WS-QTDE-PROVISOES        PIC 9(05) VALUE ZEROES.
       01  WS-FS-RELAT              PIC X(02).
       01  WS-RELAT-FLAG            PIC X(01) VALUE "N".
           88 RELATORIO-ABERTO      VALUE "S".
       01  WS-LANCAMENTOS.
           05 WS-LAN-QTDE           PIC 9(03) VALUE ZEROES.
           05 WS-LAN-ENTRADA        OCCURS 500 TIMES.
               10 WS-LAN-REFERENCIA PIC X(10).
               10 WS-LAN-COMPANY    PIC X(03).
               10 WS-LAN-DEBITOS    PIC 9(11)V99.
               10 WS-LAN-CREDITOS   PIC 9(11)V99.
               10 WS-LAN-QTDE-REGS  PIC 9(05).
               10 WS-LAN-SITUACAO   PIC X(01).
                   88 LANCAMENTO-REJEITADO VALUE "R".
                   88 LANCAMENTO-RETIDO    VALUE "H".
       01  WS-IDX-LAN               PIC 9(03) VALUE ZEROES.
       01  WS-LAN-ACHOU             PIC X(01) VALUE "N".
           88 LANCAMENTO-ENCONTRADO VALUE "S".
       01  WS-LAN-CHAVE-COMPANY     PIC X(03) VALUE SPACES.
       01  WS-LANC-BALANC-FLAG      PIC X(01) VALUE "S".
           88 LANCAMENTO-BALANCEADO VALUE "S".
       01  WS-QTDE-DESBALANCEADOS   PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-REJ-DESBALANC    PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-REJ-LANCAMENTO   PIC 9(05) VALUE ZEROES.
       01  WS-PRE-VALIDACAO-FLAG    PIC X(01) VALUE "N".
           88 PRE-VALIDACAO         VALUE "S".
       01  WS-LINHA-VALIDA-FLAG     PIC X(01) VALUE "N".
           88 LINHA-VALIDA          VALUE "S".
       01  WS-MESTRE-CONSULTA-FLAG  PIC X(01) VALUE "N".
           88 MESTRE-CONSULTA-ABERTO VALUE "S".
       01  WS-DIFERENCA-LANC        PIC S9(11)V99 VALUE ZEROES.
       01  WS-LINHA-DESBALANCEADO.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DSB-REFERENCIA      PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DSB-COMPANY         PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DSB-QTDE            PIC ZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DSB-DEBITOS         PIC Z(10)9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DSB-CREDITOS        PIC Z(10)9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-DSB-DIFERENCA       PIC -(11)9.99.
       01  WS-NOME-PROGRAMA         PIC X(08) VALUE "ADD05".
       01  WS-MSG-ERRO              PIC X(60) VALUE SPACES.

           COMPUTE WS-PERIODO-ATUAL = WS-DATA-ATUAL-NUM / 100
           PERFORM 035-CARREGA-PERIODOS
           PERFORM 043-CARREGA-EMPRESAS
           PERFORM 090-CARREGA-CENTROS-CUSTO
           PERFORM 049-CARREGA-LIMITES
           PERFORM 004-CARREGA-PLANO-CONTAS
           OPEN INPUT GL-TRANS-FILE
               DISPLAY "GLTRANS NAO ENCONTRADO - NADA A ACUMULAR"
           ELSE
               CLOSE GL-TRANS-FILE
               PERFORM 104-ABRE-MESTRE-CONSULTA
               PERFORM 063-VERIFICA-LOTE-GLTRANS
               IF NOT MODO-SIMULACAO
                   OPEN OUTPUT GL-REJEITO-FILE
               PERFORM 053-PROCESSA-LIBERADOS-GL
               PERFORM 002-PROCESSA-REGISTROS UNTIL FIM-DO-ARQUIVO
               CLOSE GL-TRANS-FILE
               IF MESTRE-CONSULTA-ABERTO
                   CLOSE SALDO-GL-FILE
                   MOVE "N" TO WS-MESTRE-CONSULTA-FLAG
               END-IF
               DISPLAY "REGISTROS PROCESSADOS: " WS-QTDE-REGISTROS
               DISPLAY "REGISTROS REJEITADOS : " WS-QTDE-REJEITADOS
               IF WS-QTDE-RETIDOS > ZEROES
               CLOSE GL-REJEITO-FILE
               CLOSE GL-HIST-FILE
           END-IF
           IF ESTPEND-ABERTO
               CLOSE ESTORNO-PEND-FILE
               DISPLAY "PROVISOES COM ESTORNO AUTOMATICO REGISTRADAS "
                   "NO ESTPEND: " WS-QTDE-PROVISOES
           END-IF
           IF WS-QTDE-REJ-POSTAGEM > ZEROES
               DISPLAY "MOVIMENTOS REJEITADOS POR PERIODO FECHADO "
                   "NA POSTAGEM: " WS-QTDE-REJ-POSTAGEM
           END-IF
           IF WS-QTDE-REJ-DESBALANC > ZEROES
               DISPLAY "MOVIMENTOS REJEITADOS POR LANCAMENTO "
                   "DESBALANCEADO: " WS-QTDE-REJ-DESBALANC
           END-IF
           IF WS-QTDE-REJ-LANCAMENTO > ZEROES
               DISPLAY "MOVIMENTOS REJEITADOS POR OUTRA LINHA DO "
                   "LANCAMENTO INVALIDA: " WS-QTDE-REJ-LANCAMENTO
           END-IF
           IF RELATORIO-ABERTO
               PERFORM 088-FECHA-RELATORIO
           END-IF
           IF MODO-SIMULACAO
               PERFORM 059-GRAVA-PREVISAO
               DISPLAY "SIMULACAO CONCLUIDA - PREVISAO EM ADD5SIM - "
                   "POSTARIA: " WS-QTDE-REGISTROS
                   " REJEITARIA: " WS-QTDE-REJEITADOS
           ELSE
               IF WS-ORG-QTDE > ZEROES
                   PERFORM 077-MARCA-ORIGENS-POSTADAS
               END-IF
               IF SAIDA-GL-ABERTA
                   PERFORM 106-ESVAZIA-GLTRANS
               END-IF
               PERFORM 012-GRAVA-AUDITORIA
               PERFORM 013-GRAVA-INTERFACE
               PERFORM 017-ATUALIZA-CONTROLE-DIARIO
                       TO WS-PLANO-NUMERO(WS-PLANO-QTDE)
                   MOVE PC-SITUACAO
                       TO WS-PLANO-SITUACAO(WS-PLANO-QTDE)
                   MOVE PC-NATUREZA
                       TO WS-PLANO-NATUREZA(WS-PLANO-QTDE)
                   MOVE PC-CLASSE
                       TO WS-PLANO-CLASSE(WS-PLANO-QTDE)
                   MOVE PC-TIPO-CONTA
                       TO WS-PLANO-TIPO(WS-PLANO-QTDE)
           END-READ.

       006-VALIDA-CONTA.
           PERFORM 010-PROCURA-CONTA-PLANO
               UNTIL CONTA-ENCONTRADA OR WS-IDX-PLANO = WS-PLANO-QTDE
           IF NOT CONTA-ENCONTRADA
               IF NOT PRE-VALIDACAO
                   DISPLAY "TRANSACAO REJEITADA - CONTA DESCONHECIDA: "
                       GL-NUMERO-CONTA
               END-IF
               MOVE "CD" TO GJ-MOTIVO
               PERFORM 009-GRAVA-REJEITO-GL
           ELSE
               IF WS-PLANO-SITUACAO(WS-IDX-PLANO) NOT = "A"
                   IF NOT PRE-VALIDACAO
                       DISPLAY "TRANSACAO REJEITADA - CONTA INATIVA: "
                           GL-NUMERO-CONTA
                   END-IF
                   MOVE "CI" TO GJ-MOTIVO
                   PERFORM 009-GRAVA-REJEITO-GL
                   MOVE "N" TO WS-PLANO-ACHOU
               ELSE
                   IF WS-PLANO-TIPO(WS-IDX-PLANO) = "S"
                       IF NOT PRE-VALIDACAO
                           DISPLAY "TRANSACAO REJEITADA - CONTA "
                               "SINTETICA: " GL-NUMERO-CONTA
                       END-IF
                       MOVE "CS" TO GJ-MOTIVO
                       PERFORM 009-GRAVA-REJEITO-GL
                       MOVE "N" TO WS-PLANO-ACHOU
                   END-IF
               END-IF
           END-IF.

           END-IF.

       009-GRAVA-REJEITO-GL.
           IF NOT PRE-VALIDACAO
               IF MODO-SIMULACAO
                   MOVE SPACES TO SIM-LINHA
                   STRING "REJEITARIA (" GJ-MOTIVO ") CONTA "
                       GL-NUMERO-CONTA " REF " GL-REFERENCIA
                       DELIMITED BY SIZE INTO SIM-LINHA
                   WRITE SIM-LINHA
               ELSE
                   MOVE GL-TRANS-REC TO GJ-DADOS-TRANS
                   MOVE WS-DATA-ATUAL-NUM TO GJ-DATA-PROCES
                   WRITE GJ-REJEITO-REC
               END-IF
               ADD 1 TO WS-QTDE-REJEITADOS
           END-IF.

       007-ACUMULA-SALDO-CONTA.
           IF GL-DEBITO
                   TO WS-SALDO-CURRENCY(WS-IDX-SALDO)
               MOVE WS-PERIODO-TRANSACAO
                   TO WS-SALDO-PERIODO(WS-IDX-SALDO)
               MOVE GL-CENTRO-CUSTO TO WS-SALDO-CCUSTO(WS-IDX-SALDO)
               MOVE ZEROES          TO WS-SALDO-CONTA(WS-IDX-SALDO)
               MOVE ZEROES          TO WS-SALDO-DEBITOS(WS-IDX-SALDO)
               MOVE ZEROES          TO WS-SALDO-CREDITOS(WS-IDX-SALDO)
              AND WS-SALDO-CURRENCY(WS-IDX-SALDO) = GL-CURRENCY-CODE
              AND WS-SALDO-PERIODO(WS-IDX-SALDO) =
              WS-PERIODO-TRANSACAO
              AND WS-SALDO-CCUSTO(WS-IDX-SALDO) = GL-CENTRO-CUSTO
               SET SALDO-ENCONTRADO TO TRUE
           END-IF.

           ADD 1 TO WS-IDX-SALDO
           DISPLAY "SALDO DA CONTA " WS-SALDO-NUMERO(WS-IDX-SALDO)
               " EMPRESA " WS-SALDO-COMPANY(WS-IDX-SALDO)
               " C.CUSTO " WS-SALDO-CCUSTO(WS-IDX-SALDO)
               ": " WS-SALDO-CONTA(WS-IDX-SALDO).

       035-CARREGA-PERIODOS.
               AT END
                   SET FIM-DE-PERIODOS TO TRUE
               NOT AT END
                   IF WS-PER-QTDE = 60
                       MOVE "ARQUIVO PERIODOS EXCEDE A TABELA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   ADD 1 TO WS-PER-QTDE
                   MOVE PD-PERIODO  TO WS-PER-PERIODO(WS-PER-QTDE)
                   MOVE PD-SITUACAO TO WS-PER-SITUACAO(WS-PER-QTDE)
                   MOVE PD-COMPANY-CODE
                       TO WS-PER-COMPANY(WS-PER-QTDE)
           END-READ.

       037-VALIDA-PERIODO-TRANS.
           MOVE "S" TO WS-PERIODO-TRANS-FLAG
           IF GL-DATA-TRANS IS NOT NUMERIC
              OR GL-DATA-TRANS = ZEROES
               IF NOT PRE-VALIDACAO
                   DISPLAY "TRANSACAO REJEITADA - DATA INVALIDA: "
                       GL-DATA-TRANS " REF " GL-REFERENCIA
               END-IF
               MOVE "DT" TO GJ-MOTIVO
               PERFORM 009-GRAVA-REJEITO-GL
               MOVE "N" TO WS-PERIODO-TRANS-FLAG
           ELSE
               COMPUTE WS-PERIODO-TRANSACAO = GL-DATA-TRANS / 100
               IF GL-AJUSTE-EXERCICIO
                   PERFORM 095-POSICIONA-AJUSTE
               END-IF
               IF CONTROLA-PERIODOS AND PERIODO-TRANS-OK
                   MOVE ZEROES TO WS-IDX-PER
                   MOVE ZEROES TO WS-IDX-PER-GERAL
                   MOVE "N" TO WS-PER-ACHOU
                   PERFORM 038-PROCURA-PERIODO
                       UNTIL PERIODO-CADASTRADO
                       OR WS-IDX-PER = WS-PER-QTDE
                   IF NOT PERIODO-CADASTRADO
                      AND WS-IDX-PER-GERAL > ZEROES
                       MOVE WS-IDX-PER-GERAL TO WS-IDX-PER
                       SET PERIODO-CADASTRADO TO TRUE
                   END-IF
                   IF NOT PERIODO-CADASTRADO
                      OR WS-PER-SITUACAO(WS-IDX-PER) NOT = "A"
                       IF NOT PRE-VALIDACAO
                           DISPLAY "TRANSACAO REJEITADA - PERIODO "
                               "FECHADO OU NAO CADASTRADO: "
                               WS-PERIODO-TRANSACAO
                               " REF " GL-REFERENCIA
                       END-IF
                       MOVE "PF" TO GJ-MOTIVO
                       PERFORM 009-GRAVA-REJEITO-GL
                       MOVE "N" TO WS-PERIODO-TRANS-FLAG
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * A linha do PERIODOS da propria empresa prevalece; a linha *
      * generica (empresa em branco) so vale quando a empresa nao *
      * tem linha propria para o periodo.                         *
      *-----------------------------------------------------------*
       038-PROCURA-PERIODO.
           ADD 1 TO WS-IDX-PER
           IF WS-PER-PERIODO(WS-IDX-PER) = WS-PERIODO-TRANSACAO
               IF WS-PER-COMPANY(WS-IDX-PER) = GL-COMPANY-CODE
                   SET PERIODO-CADASTRADO TO TRUE
               ELSE
                   IF WS-PER-COMPANY(WS-IDX-PER) = SPACES
                      AND WS-IDX-PER-GERAL = ZEROES
                       MOVE WS-IDX-PER TO WS-IDX-PER-GERAL
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * Ajuste de encerramento: a data cai no ultimo mes do       *
      * exercicio da empresa e o saldo vai para o periodo 13      *
      * (AAAA13) do calendario fiscal dela.                       *
      *-----------------------------------------------------------*
       095-POSICIONA-AJUSTE.
           SET FS-POSICIONA-PERIODO TO TRUE
           MOVE GL-COMPANY-CODE TO FS-COMPANY-CODE
           MOVE WS-PERIODO-TRANSACAO TO FS-PERIODO
           CALL "FISCSVC" USING FS-PARAMETROS
               ON EXCEPTION
                   IF NOT PRE-VALIDACAO
                       DISPLAY "FISCSVC INDISPONIVEL - CALENDARIO "
                           "FISCAL NAO CONSULTADO REF " GL-REFERENCIA
                   END-IF
                   SET FS-RETORNO-ERRO TO TRUE
           END-CALL
           IF FS-RETORNO-OK AND FS-PERIODO-FISCAL = 12
              AND FS-COM-AJUSTE
               MOVE FS-PERIODO-AJUSTE TO WS-PERIODO-TRANSACAO
           ELSE
               IF NOT PRE-VALIDACAO
                   DISPLAY "TRANSACAO REJEITADA - AJUSTE DE EXERCICIO "
                       "FORA DO ULTIMO MES OU EMPRESA SEM PERIODO 13: "
                       WS-PERIODO-TRANSACAO " REF " GL-REFERENCIA
               END-IF
               MOVE "PF" TO GJ-MOTIVO
               PERFORM 009-GRAVA-REJEITO-GL
               MOVE "N" TO WS-PERIODO-TRANS-FLAG
           END-IF.

       043-CARREGA-EMPRESAS.
                   ADD 1 TO WS-EMP-QTDE
                   MOVE EM-CODIGO   TO WS-EMP-CODIGO(WS-EMP-QTDE)
                   MOVE EM-SITUACAO TO WS-EMP-SITUACAO(WS-EMP-QTDE)
                   MOVE EM-CALENDARIO
                       TO WS-EMP-CALENDARIO(WS-EMP-QTDE)
                   MOVE ZEROES
                       TO WS-EMP-DATA-POSTAGEM(WS-EMP-QTDE)
           END-READ.

       045-VALIDA-EMPRESA-TRANS.
               UNTIL EMPRESA-CADASTRADA OR WS-IDX-EMP = WS-EMP-QTDE
           IF NOT EMPRESA-CADASTRADA
              OR WS-EMP-SITUACAO(WS-IDX-EMP) NOT = "A"
               IF NOT PRE-VALIDACAO
                   DISPLAY "TRANSACAO REJEITADA - EMPRESA DESCONHECIDA "
                       "OU INATIVA: " GL-COMPANY-CODE
                       " REF " GL-REFERENCIA
               END-IF
               MOVE "EM" TO GJ-MOTIVO
               PERFORM 009-GRAVA-REJEITO-GL
               MOVE "N" TO WS-EMPRESA-TRANS-FLAG
           MOVE WS-IDX-SALDO TO WS-PEN-IDX(WS-PEN-QTDE).

       060-GRAVA-HISTORICO-POSTADO.
           MOVE WS-MOV-COMPANY TO WS-EMPRESA-POSTAGEM
           PERFORM 096-DATA-POSTAGEM-EMPRESA
           MOVE WS-DATA-POSTAGEM-EMP TO GH-DATA-POSTAGEM
           MOVE WS-MOV-TIPO         TO GH-TIPO-TRANS
           MOVE WS-MOV-DATA         TO GH-DATA-TRANS
           MOVE WS-MOV-CONTA        TO GH-NUMERO-CONTA
           MOVE WS-MOV-CURRENCY     TO GH-CURRENCY-CODE
           MOVE WS-MOV-VALOR        TO GH-VALOR-TRANS
           MOVE WS-OPERADOR-ID      TO GH-OPERADOR-ID
           MOVE WS-MOV-ORIGEM       TO GH-SISTEMA-ORIGEM
           MOVE WS-MOV-CENTRO-CUSTO TO GH-CENTRO-CUSTO
           WRITE GH-HISTORICO-REC
           IF WS-MOV-ESTORNO = "S" AND WS-MOV-ORIGEM = SPACES
               PERFORM 089-GRAVA-ESTORNO-PENDENTE
           END-IF.

       052-TRATA-DETALHE.
           MOVE "S" TO WS-LANC-BALANC-FLAG
           IF GL-REGISTRO-LIBERADO
               PERFORM 087-VALIDA-DETALHE
           ELSE
               PERFORM 086-CONFERE-LANCAMENTO-DETALHE
               IF LANCAMENTO-BALANCEADO
                   EVALUATE TRUE
                       WHEN NOT LANCAMENTO-ENCONTRADO
                           PERFORM 087-VALIDA-DETALHE
                       WHEN LANCAMENTO-REJEITADO(WS-IDX-LAN)
                           PERFORM 102-REJEITA-LINHA-LANCAMENTO
                       WHEN LANCAMENTO-RETIDO(WS-IDX-LAN)
                           PERFORM 103-RETEM-LINHA-LANCAMENTO
                       WHEN OTHER
                           PERFORM 087-VALIDA-DETALHE
                   END-EVALUATE
               END-IF
           END-IF.

       087-VALIDA-DETALHE.
           PERFORM 099-VALIDA-LINHA
           MOVE "N" TO WS-GL-RETIDO-FLAG
           IF LINHA-VALIDA
              AND VALIDA-LIMITES AND NOT GL-REGISTRO-LIBERADO
               PERFORM 050-CHECA-LIMITE-GL
           END-IF
           IF LINHA-VALIDA
               IF GL-RETIDO
                   PERFORM 051-GRAVA-RETIDO-GL
               ELSE
           MOVE GL-TRANS-REC      TO HG-DADOS-TRANS
           MOVE "LT"              TO HG-MOTIVO
           MOVE WS-DATA-ATUAL-NUM TO HG-DATA-PROCES
           MOVE WS-OPERADOR-ID    TO HG-OPERADOR-ID
           OPEN EXTEND GL-RETIDO-FILE
           IF WS-FS-GLRETIDO = "35"
               OPEN OUTPUT GL-RETIDO-FILE
               DISPLAY "PROCESSANDO " WS-LIB-QTDE " MOVIMENTO(S) "
                   "LIBERADO(S) DO GLRELS"
               MOVE ZEROES TO WS-IDX-LIB
               PERFORM 107-ACUMULA-GRUPO-LIBERADO
                   UNTIL WS-IDX-LIB = WS-LIB-QTDE
               MOVE ZEROES TO WS-IDX-LIB
               PERFORM 057-PROCESSA-UM-LIBERADO-GL
                   UNTIL WS-IDX-LIB = WS-LIB-QTDE
           END-IF.
           ADD 1 TO WS-IDX-LIB
           MOVE WS-LIB-DADOS(WS-IDX-LIB) TO GL-TRANS-REC
           ADD 1 TO WS-QTDE-LIBERADOS-PROC
           PERFORM 108-LOCALIZA-GRUPO-LIBERADO
           IF WS-LBG-DEBITOS(WS-IDX-LBG) NOT =
              WS-LBG-CREDITOS(WS-IDX-LBG)
               DISPLAY "LIBERADO REJEITADO - LANCAMENTO "
                   "DESBALANCEADO NO GLRELS: REF " GL-REFERENCIA
                   " EMPRESA " GL-COMPANY-CODE
               MOVE "DB" TO GJ-MOTIVO
               PERFORM 009-GRAVA-REJEITO-GL
               ADD 1 TO WS-QTDE-REJ-DESBALANC
           ELSE
               SET GL-REGISTRO-LIBERADO TO TRUE
               PERFORM 052-TRATA-DETALHE
               MOVE "N" TO WS-GL-LIBERADO-FLAG
           END-IF.

       041-ACUMULA-SUBTOTAL-PERIODO.
           MOVE ZEROES TO WS-IDX-SUB
               " POSTADO - DEBITOS: " WS-SUB-DEBITOS(WS-IDX-SUB)
               " CREDITOS: " WS-SUB-CREDITOS(WS-IDX-SUB).

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

                       AT END
                           CONTINUE
                       NOT AT END
                           IF DP-DATA-GERACAO = WS-DATA-ATUAL-NUM
                               SET ROLA-POR-CALENDARIO TO TRUE
                           END-IF
                           IF DP-DATA-GERACAO = WS-DATA-ATUAL-NUM
                              AND DP-DATA-UTIL NOT = WS-DATA-ATUAL-NUM
                               DISPLAY "DATA DE POSTAGEM AJUSTADA "
           MOVE WS-SALDO-PERIODO(WS-IDX-SALDO)  TO SG-PERIODO
           MOVE WS-SALDO-COMPANY(WS-IDX-SALDO)  TO SG-COMPANY-CODE
           MOVE WS-SALDO-CURRENCY(WS-IDX-SALDO) TO SG-CURRENCY-CODE
           MOVE WS-SALDO-CCUSTO(WS-IDX-SALDO)   TO SG-CENTRO-CUSTO
           IF NOT MESTRE-AUSENTE
               READ SALDO-GL-FILE
                   INVALID KEY
                   TO SG-COMPANY-CODE
               MOVE WS-SALDO-CURRENCY(WS-IDX-SALDO)
                   TO SG-CURRENCY-CODE
               MOVE WS-SALDO-CCUSTO(WS-IDX-SALDO)
                   TO SG-CENTRO-CUSTO
               MOVE ZEROES TO SG-SALDO-INICIAL
               MOVE ZEROES TO SG-DEBITOS-PERIODO
               MOVE ZEROES TO SG-CREDITOS-PERIODO
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

       029-LE-SEQUENCIA.
           OPEN INPUT SEQ-CTL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OC-OPERADOR-ID TO WS-OPERADOR-ID
                           PERFORM 094-CONFERE-SENHA
                   END-READ
                   CLOSE OPERADOR-FILE
               WHEN "35"
           DISPLAY "OPERADOR DO RUN: " WS-OPERADOR-ID
               " NIVEL: " WS-NIVEL-AUTORIDADE.

       094-CONFERE-SENHA.
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

       032-VALIDA-OPERADOR.
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

               MOVE "GLTRANS SEM TRAILER DE CONTROLE"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-ORG-QTDE > ZEROES
               PERFORM 073-CONFERE-REGISTRO-ORIGENS
           END-IF
           PERFORM 083-RELATA-DESBALANCEADOS.

       064-LE-REGISTRO-VERIF.
           READ GL-TRANS-FILE
                       ELSE
                           ADD GL-VALOR-TRANS TO WS-TOTAL-CREDITOS
                       END-IF
                       IF GL-SISTEMA-ORIGEM NOT = SPACES
                           PERFORM 071-ACUMULA-ORIGEM
                       END-IF
                       PERFORM 080-ACUMULA-LANCAMENTO
                       PERFORM 101-PRE-VALIDA-DETALHE
                   END-IF
           END-READ.

               " RETERIA: " WS-QTDE-RETIDOS
               DELIMITED BY SIZE INTO SIM-LINHA
           WRITE SIM-LINHA
           CLOSE SIM-RELAT-FILE
           MOVE "ADD5SIM" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO.

       062-GRAVA-PREVISAO-PERIODO.
           ADD 1 TO WS-IDX-SUB
               " CREDITOS " WS-SUB-CREDITOS(WS-IDX-SUB)
               DELIMITED BY SIZE INTO SIM-LINHA
           WRITE SIM-LINHA.

      *-----------------------------------------------------------*
      * Lancamentos com GL-SISTEMA-ORIGEM vieram de um arquivo    *
      * gerado (INTSET01/RATEIO01/REVAL01) e so entram pela carga *
      * controlada do GLENTR01: cada origem/periodo do lote tem   *
      * de estar no GLREGIST como encaminhada. Ja postada ou sem  *
      * registro aborta antes de qualquer gravacao - e a mesma    *
      * liquidacao, rateio ou reavaliacao chegando duas vezes.    *
      * As linhas de cada origem/periodo precisam somar o mesmo   *
      * que TODOS os registros "E" dela (um por arquivo, pela     *
      * sequencia do trailer): linha de arquivo ja postado que    *
      * tenha ficado no GLTRANS nao fecha a soma e aborta.        *
      *-----------------------------------------------------------*
       071-ACUMULA-ORIGEM.
           MOVE ZEROES TO WS-PERIODO-ORIGEM
           IF GL-DATA-TRANS IS NUMERIC
               COMPUTE WS-PERIODO-ORIGEM = GL-DATA-TRANS / 100
           END-IF
           MOVE ZEROES TO WS-IDX-ORG
           MOVE "N" TO WS-ORG-ACHOU
           PERFORM 072-PROCURA-ORIGEM
               UNTIL ORIGEM-ENCONTRADA OR WS-IDX-ORG = WS-ORG-QTDE
           IF NOT ORIGEM-ENCONTRADA
               IF WS-ORG-QTDE = 20
                   MOVE "MAIS DE 20 ARQUIVOS GERADOS NO GLTRANS"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-ORG-QTDE
               MOVE WS-ORG-QTDE TO WS-IDX-ORG
               MOVE GL-SISTEMA-ORIGEM TO WS-ORG-PROGRAMA(WS-IDX-ORG)
               MOVE WS-PERIODO-ORIGEM TO WS-ORG-PERIODO(WS-IDX-ORG)
               MOVE ZEROES TO WS-ORG-DEBITOS(WS-IDX-ORG)
                   WS-ORG-CREDITOS(WS-IDX-ORG)
                   WS-ORG-REG-QTDE(WS-IDX-ORG)
                   WS-ORG-REG-DEBITOS(WS-IDX-ORG)
                   WS-ORG-REG-CREDITOS(WS-IDX-ORG)
           END-IF
           IF GL-DEBITO
               ADD GL-VALOR-TRANS TO WS-ORG-DEBITOS(WS-IDX-ORG)
           ELSE
               ADD GL-VALOR-TRANS TO WS-ORG-CREDITOS(WS-IDX-ORG)
           END-IF.

       072-PROCURA-ORIGEM.
           ADD 1 TO WS-IDX-ORG
           IF WS-ORG-PROGRAMA(WS-IDX-ORG) = GL-SISTEMA-ORIGEM
              AND WS-ORG-PERIODO(WS-IDX-ORG) = WS-PERIODO-ORIGEM
               SET ORIGEM-ENCONTRADA TO TRUE
           END-IF.

       073-CONFERE-REGISTRO-ORIGENS.
           OPEN INPUT REGISTRO-FILE
           EVALUATE WS-FS-REGISTRO
               WHEN "00"
                   PERFORM 074-LE-REGISTRO UNTIL FIM-DO-REGISTRO
                   CLOSE REGISTRO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-REGISTRO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLREGIST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           MOVE ZEROES TO WS-IDX-ORG
           PERFORM 075-CONFERE-UMA-ORIGEM
               UNTIL WS-IDX-ORG = WS-ORG-QTDE.

       074-LE-REGISTRO.
           READ REGISTRO-FILE
               AT END
                   SET FIM-DO-REGISTRO TO TRUE
               NOT AT END
                   IF WS-REG-QTDE = 500
                       MOVE "GLREGIST EXCEDE A TABELA" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-REG-QTDE
                   MOVE RG-REGISTRO-REC TO WS-REG-DADOS(WS-REG-QTDE)
           END-READ.

       075-CONFERE-UMA-ORIGEM.
           ADD 1 TO WS-IDX-ORG
           MOVE "N" TO WS-REG-POSTADO-FLAG
           MOVE ZEROES TO WS-IDX-REG
           PERFORM 076-PROCURA-REGISTRO-ORIGEM
               UNTIL WS-IDX-REG = WS-REG-QTDE
           IF WS-ORG-REG-QTDE(WS-IDX-ORG) = ZEROES
               MOVE SPACES TO WS-MSG-ERRO
               IF REGISTRO-JA-POSTADO
                   STRING "ARQUIVO " WS-ORG-PROGRAMA(WS-IDX-ORG)
                       " " WS-ORG-PERIODO(WS-IDX-ORG)
                       " JA POSTADO - VER GLREGIST"
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
               ELSE
                   STRING "ARQUIVO " WS-ORG-PROGRAMA(WS-IDX-ORG)
                       " " WS-ORG-PERIODO(WS-IDX-ORG)
                       " SEM REGISTRO - USE O GLENTR01"
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
               END-IF
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-ORG-REG-DEBITOS(WS-IDX-ORG)
                  NOT = WS-ORG-DEBITOS(WS-IDX-ORG)
              OR WS-ORG-REG-CREDITOS(WS-IDX-ORG)
                  NOT = WS-ORG-CREDITOS(WS-IDX-ORG)
               MOVE SPACES TO WS-MSG-ERRO
               IF REGISTRO-JA-POSTADO
                   STRING "ARQUIVO " WS-ORG-PROGRAMA(WS-IDX-ORG)
                       " " WS-ORG-PERIODO(WS-IDX-ORG)
                       " COM LINHA JA POSTADA - VER GLREGIST"
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
               ELSE
                   STRING "ARQUIVO " WS-ORG-PROGRAMA(WS-IDX-ORG)
                       " " WS-ORG-PERIODO(WS-IDX-ORG)
                       " NAO CONFERE COM O GLREGIST"
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
               END-IF
               PERFORM 9999-TRATA-ERRO
           END-IF
           DISPLAY "ARQUIVO GERADO " WS-ORG-PROGRAMA(WS-IDX-ORG)
               " PERIODO " WS-ORG-PERIODO(WS-IDX-ORG)
               " CONFERIDO NO GLREGIST".

       076-PROCURA-REGISTRO-ORIGEM.
           ADD 1 TO WS-IDX-REG
           IF WS-REG-PROGRAMA(WS-IDX-REG) = WS-ORG-PROGRAMA(WS-IDX-ORG)
              AND WS-REG-PERIODO(WS-IDX-REG) =
              WS-ORG-PERIODO(WS-IDX-ORG)
               IF WS-REG-SITUACAO(WS-IDX-REG) = "E"
                   ADD 1 TO WS-ORG-REG-QTDE(WS-IDX-ORG)
                   ADD WS-REG-DEBITOS(WS-IDX-REG)
                       TO WS-ORG-REG-DEBITOS(WS-IDX-ORG)
                   ADD WS-REG-CREDITOS(WS-IDX-REG)
                       TO WS-ORG-REG-CREDITOS(WS-IDX-ORG)
               ELSE
                   SET REGISTRO-JA-POSTADO TO TRUE
               END-IF
           END-IF.

       077-MARCA-ORIGENS-POSTADAS.
           MOVE ZEROES TO WS-IDX-ORG
           PERFORM 078-MARCA-UMA-ORIGEM UNTIL WS-IDX-ORG = WS-ORG-QTDE
           OPEN OUTPUT REGISTRO-FILE
           IF WS-FS-REGISTRO NOT = "00"
               MOVE WS-FS-REGISTRO TO WS-FS-ERRO
               MOVE "FALHA AO GRAVAR GLREGIST" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-IDX-REG
           PERFORM 079-GRAVA-UM-REGISTRO UNTIL WS-IDX-REG = WS-REG-QTDE
           CLOSE REGISTRO-FILE.

       078-MARCA-UMA-ORIGEM.
           ADD 1 TO WS-IDX-ORG
           MOVE ZEROES TO WS-IDX-REG
           PERFORM 105-MARCA-UM-REGISTRO UNTIL WS-IDX-REG = WS-REG-QTDE
           DISPLAY "ARQUIVO GERADO " WS-ORG-PROGRAMA(WS-IDX-ORG)
               " PERIODO " WS-ORG-PERIODO(WS-IDX-ORG)
               " MARCADO POSTADO NO GLREGIST - ARQUIVOS: "
               WS-ORG-REG-QTDE(WS-IDX-ORG).

       079-GRAVA-UM-REGISTRO.
           ADD 1 TO WS-IDX-REG
           MOVE WS-REG-DADOS(WS-IDX-REG) TO RG-REGISTRO-REC
           WRITE RG-REGISTRO-REC.

      *-----------------------------------------------------------*
      * Balanceamento por lancamento: na pre-passada os detalhes  *
      * sao agrupados por GL-REFERENCIA e empresa e cada grupo    *
      * precisa ter debitos iguais a creditos - o trailer so      *
      * confere o arquivo inteiro, onde um erro anula o outro.    *
      * Lancamentos gerados (GL-SISTEMA-ORIGEM preenchido) sao    *
      * agrupados so pela referencia: a liquidacao do INTSET01 e  *
      * o rateio entre empresas do RATEIO01 cruzam empresas por   *
      * construcao e fecham no lancamento como um todo. Grupo     *
      * desbalanceado vai INTEIRO para o GLREJ com motivo "DB" e  *
      * sai no relatorio ADD5RPT com a diferenca.                 *
      *-----------------------------------------------------------*
       080-ACUMULA-LANCAMENTO.
           IF GL-SISTEMA-ORIGEM NOT = SPACES
               MOVE SPACES TO WS-LAN-CHAVE-COMPANY
           ELSE
               MOVE GL-COMPANY-CODE TO WS-LAN-CHAVE-COMPANY
           END-IF
           PERFORM 081-LOCALIZA-LANCAMENTO
           IF NOT LANCAMENTO-ENCONTRADO
               IF WS-LAN-QTDE = 500
                   MOVE "GLTRANS EXCEDE A TABELA DE LANCAMENTOS"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-LAN-QTDE
               MOVE WS-LAN-QTDE TO WS-IDX-LAN
               MOVE GL-REFERENCIA TO WS-LAN-REFERENCIA(WS-IDX-LAN)
               MOVE WS-LAN-CHAVE-COMPANY
                   TO WS-LAN-COMPANY(WS-IDX-LAN)
               MOVE ZEROES TO WS-LAN-DEBITOS(WS-IDX-LAN)
               MOVE ZEROES TO WS-LAN-CREDITOS(WS-IDX-LAN)
               MOVE ZEROES TO WS-LAN-QTDE-REGS(WS-IDX-LAN)
               MOVE SPACE TO WS-LAN-SITUACAO(WS-IDX-LAN)
           END-IF
           ADD 1 TO WS-LAN-QTDE-REGS(WS-IDX-LAN)
           IF GL-DEBITO
               ADD GL-VALOR-TRANS TO WS-LAN-DEBITOS(WS-IDX-LAN)
           ELSE
               ADD GL-VALOR-TRANS TO WS-LAN-CREDITOS(WS-IDX-LAN)
           END-IF.

       081-LOCALIZA-LANCAMENTO.
           MOVE ZEROES TO WS-IDX-LAN
           MOVE "N" TO WS-LAN-ACHOU
           PERFORM 082-PROCURA-LANCAMENTO
               UNTIL LANCAMENTO-ENCONTRADO
               OR WS-IDX-LAN = WS-LAN-QTDE.

       082-PROCURA-LANCAMENTO.
           ADD 1 TO WS-IDX-LAN
           IF WS-LAN-REFERENCIA(WS-IDX-LAN) = GL-REFERENCIA
              AND WS-LAN-COMPANY(WS-IDX-LAN) = WS-LAN-CHAVE-COMPANY
               SET LANCAMENTO-ENCONTRADO TO TRUE
           END-IF.

       083-RELATA-DESBALANCEADOS.
           IF NOT MODO-SIMULACAO
               OPEN OUTPUT RELAT-OUT-FILE
               IF WS-FS-RELAT NOT = "00"
                   MOVE WS-FS-RELAT TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR ADD5RPT" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               SET RELATORIO-ABERTO TO TRUE
               MOVE SPACES TO RELAT-LINHA
               STRING "ADD05 - POSTAGEM DO RAZAO GERAL - DATA "
                   WS-DATA-ATUAL-NUM " OPERADOR " WS-OPERADOR-ID
                   DELIMITED BY SIZE INTO RELAT-LINHA
               PERFORM 085-GRAVA-LINHA-RELATORIO
               MOVE SPACES TO RELAT-LINHA
               PERFORM 085-GRAVA-LINHA-RELATORIO
           END-IF
           MOVE "LANCAMENTOS DESBALANCEADOS (REJEITADOS COM MOTIVO DB)"
               TO RELAT-LINHA
           PERFORM 085-GRAVA-LINHA-RELATORIO
           STRING "  REFERENCIA  EMP   REGS         DEBITOS"
               "        CREDITOS       DIFERENCA"
               DELIMITED BY SIZE INTO RELAT-LINHA
           PERFORM 085-GRAVA-LINHA-RELATORIO
           MOVE ZEROES TO WS-IDX-LAN
           PERFORM 084-RELATA-UM-LANCAMENTO
               UNTIL WS-IDX-LAN = WS-LAN-QTDE
           MOVE SPACES TO RELAT-LINHA
           IF WS-QTDE-DESBALANCEADOS = ZEROES
               MOVE "  NENHUM - TODOS OS LANCAMENTOS BALANCEADOS"
                   TO RELAT-LINHA
           ELSE
               STRING "  TOTAL DE LANCAMENTOS DESBALANCEADOS: "
                   WS-QTDE-DESBALANCEADOS
                   DELIMITED BY SIZE INTO RELAT-LINHA
               DISPLAY "*** " WS-QTDE-DESBALANCEADOS " LANCAMENTO(S) "
                   "DESBALANCEADO(S) REJEITADO(S) - VER ADD5RPT"
           END-IF
           PERFORM 085-GRAVA-LINHA-RELATORIO
           MOVE SPACES TO RELAT-LINHA
           PERFORM 085-GRAVA-LINHA-RELATORIO.

       084-RELATA-UM-LANCAMENTO.
           ADD 1 TO WS-IDX-LAN
           IF WS-LAN-DEBITOS(WS-IDX-LAN) NOT =
              WS-LAN-CREDITOS(WS-IDX-LAN)
               ADD 1 TO WS-QTDE-DESBALANCEADOS
               COMPUTE WS-DIFERENCA-LANC =
                   WS-LAN-DEBITOS(WS-IDX-LAN)
                   - WS-LAN-CREDITOS(WS-IDX-LAN)
               MOVE WS-LAN-REFERENCIA(WS-IDX-LAN) TO WS-DSB-REFERENCIA
               IF WS-LAN-COMPANY(WS-IDX-LAN) = SPACES
                   MOVE "*"  TO WS-DSB-COMPANY
               ELSE
                   MOVE WS-LAN-COMPANY(WS-IDX-LAN) TO WS-DSB-COMPANY
               END-IF
               MOVE WS-LAN-QTDE-REGS(WS-IDX-LAN) TO WS-DSB-QTDE
               MOVE WS-LAN-DEBITOS(WS-IDX-LAN)   TO WS-DSB-DEBITOS
               MOVE WS-LAN-CREDITOS(WS-IDX-LAN)  TO WS-DSB-CREDITOS
               MOVE WS-DIFERENCA-LANC            TO WS-DSB-DIFERENCA
               MOVE WS-LINHA-DESBALANCEADO TO RELAT-LINHA
               PERFORM 085-GRAVA-LINHA-RELATORIO
           END-IF.

       085-GRAVA-LINHA-RELATORIO.
           IF MODO-SIMULACAO
               MOVE RELAT-LINHA TO SIM-LINHA
               WRITE SIM-LINHA
           ELSE
               WRITE RELAT-LINHA
           END-IF
           MOVE SPACES TO RELAT-LINHA.

       086-CONFERE-LANCAMENTO-DETALHE.
           IF GL-SISTEMA-ORIGEM NOT = SPACES
               MOVE SPACES TO WS-LAN-CHAVE-COMPANY
           ELSE
               MOVE GL-COMPANY-CODE TO WS-LAN-CHAVE-COMPANY
           END-IF
           PERFORM 081-LOCALIZA-LANCAMENTO
           IF LANCAMENTO-ENCONTRADO
               IF WS-LAN-DEBITOS(WS-IDX-LAN) NOT =
                  WS-LAN-CREDITOS(WS-IDX-LAN)
                   MOVE "N" TO WS-LANC-BALANC-FLAG
                   DISPLAY "TRANSACAO REJEITADA - LANCAMENTO "
                       "DESBALANCEADO: REF " GL-REFERENCIA
                       " EMPRESA " GL-COMPANY-CODE
                   MOVE "DB" TO GJ-MOTIVO
                   PERFORM 009-GRAVA-REJEITO-GL
                   ADD 1 TO WS-QTDE-REJ-DESBALANC
               END-IF
           END-IF.

       088-FECHA-RELATORIO.
           MOVE SPACES TO RELAT-LINHA
           STRING "REGISTROS ACEITOS: " WS-QTDE-REGISTROS
               "  REJEITADOS: " WS-QTDE-REJEITADOS
               "  RETIDOS: " WS-QTDE-RETIDOS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           CLOSE RELAT-OUT-FILE
           MOVE "ADD5RPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO.

      *-----------------------------------------------------------*
      * Provisao com estorno automatico postada: fica no ESTPEND  *
      * ate o ESTORN01 gerar o espelho no periodo seguinte.       *
      *-----------------------------------------------------------*
       089-GRAVA-ESTORNO-PENDENTE.
           IF NOT ESTPEND-ABERTO
               OPEN EXTEND ESTORNO-PEND-FILE
               IF WS-FS-ESTPEND = "35"
                   OPEN OUTPUT ESTORNO-PEND-FILE
               END-IF
               IF WS-FS-ESTPEND NOT = "00"
                   MOVE WS-FS-ESTPEND TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR ESTPEND" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               SET ESTPEND-ABERTO TO TRUE
           END-IF
           MOVE WS-MOV-REFERENCIA   TO EP-REFERENCIA
           MOVE WS-MOV-COMPANY      TO EP-COMPANY-CODE
           MOVE WS-MOV-CURRENCY     TO EP-CURRENCY-CODE
           MOVE WS-MOV-CONTA        TO EP-NUMERO-CONTA
           MOVE WS-MOV-TIPO         TO EP-TIPO-TRANS
           MOVE WS-MOV-VALOR        TO EP-VALOR-TRANS
           MOVE WS-MOV-DATA         TO EP-DATA-TRANS
           MOVE WS-MOV-COMPANY TO WS-EMPRESA-POSTAGEM
           PERFORM 096-DATA-POSTAGEM-EMPRESA
           MOVE WS-DATA-POSTAGEM-EMP TO EP-DATA-POSTAGEM
           MOVE WS-OPERADOR-ID      TO EP-OPERADOR-ID
           SET EP-ESTORNO-PENDENTE  TO TRUE
           MOVE SPACES              TO EP-REFERENCIA-ESTORNO
           MOVE ZEROES              TO EP-DATA-ESTORNO
           MOVE ZEROES              TO EP-DATA-GERACAO
           MOVE WS-MOV-CENTRO-CUSTO TO EP-CENTRO-CUSTO
           WRITE EP-ESTORNO-REC
           ADD 1 TO WS-QTDE-PROVISOES.

      *-----------------------------------------------------------*
      * Centro de custo: obrigatorio e ativo nas contas de        *
      * despesa (resultado/devedora); nas demais, quando          *
      * informado, tambem precisa estar cadastrado e ativo.       *
      *-----------------------------------------------------------*
       090-CARREGA-CENTROS-CUSTO.
           OPEN INPUT CENTRO-CUSTO-FILE
           EVALUATE WS-FS-CCUSTO
               WHEN "00"
                   SET VALIDA-CENTROS TO TRUE
                   PERFORM 091-LE-CENTRO-CUSTO UNTIL FIM-DE-CENTROS
                   CLOSE CENTRO-CUSTO-FILE
               WHEN "35"
                   DISPLAY "CCUSTO NAO ENCONTRADO - CENTRO DE CUSTO "
                       "SEM VALIDACAO"
               WHEN OTHER
                   MOVE WS-FS-CCUSTO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CCUSTO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       091-LE-CENTRO-CUSTO.
           READ CENTRO-CUSTO-FILE
               AT END
                   SET FIM-DE-CENTROS TO TRUE
               NOT AT END
                   IF WS-CCU-QTDE = 200
                       MOVE "CADASTRO CCUSTO EXCEDE A TABELA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-CCU-QTDE
                   MOVE CC-CODIGO   TO WS-CCU-CODIGO(WS-CCU-QTDE)
                   MOVE CC-SITUACAO TO WS-CCU-SITUACAO(WS-CCU-QTDE)
           END-READ.

       092-VALIDA-CENTRO-CUSTO.
           IF GL-CENTRO-CUSTO = SPACES
               IF WS-PLANO-CLASSE(WS-IDX-PLANO) = "R"
                  AND WS-PLANO-NATUREZA(WS-IDX-PLANO) = "D"
                   IF NOT PRE-VALIDACAO
                       DISPLAY "TRANSACAO REJEITADA - CONTA DE "
                           "DESPESA SEM CENTRO DE CUSTO: "
                           GL-NUMERO-CONTA " REF " GL-REFERENCIA
                   END-IF
                   MOVE "CC" TO GJ-MOTIVO
                   PERFORM 009-GRAVA-REJEITO-GL
                   MOVE "N" TO WS-CENTRO-TRANS-FLAG
               END-IF
           ELSE
               MOVE ZEROES TO WS-IDX-CCU
               MOVE "N" TO WS-CCU-ACHOU
               PERFORM 093-PROCURA-CENTRO-CUSTO
                   UNTIL CENTRO-CADASTRADO OR WS-IDX-CCU = WS-CCU-QTDE
               IF NOT CENTRO-CADASTRADO
                  OR WS-CCU-SITUACAO(WS-IDX-CCU) NOT = "A"
                   IF NOT PRE-VALIDACAO
                       DISPLAY "TRANSACAO REJEITADA - CENTRO DE "
                           "CUSTO DESCONHECIDO OU INATIVO: "
                           GL-CENTRO-CUSTO " REF " GL-REFERENCIA
                   END-IF
                   MOVE "CC" TO GJ-MOTIVO
                   PERFORM 009-GRAVA-REJEITO-GL
                   MOVE "N" TO WS-CENTRO-TRANS-FLAG
               END-IF
           END-IF.

       093-PROCURA-CENTRO-CUSTO.
           ADD 1 TO WS-IDX-CCU
           IF WS-CCU-CODIGO(WS-IDX-CCU) = GL-CENTRO-CUSTO
               SET CENTRO-CADASTRADO TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Data de postagem da empresa: com o DATAPROC do dia, a     *
      * data de calendario e rolada pelo calendario de feriados   *
      * da propria empresa (EM-CALENDARIO). Calendario padrao,    *
      * empresa fora do cadastro ou execucao avulsa sem DATAPROC  *
      * ficam com a data de postagem do lote. Apurada uma vez por *
      * empresa e guardada na tabela do cadastro.                 *
      *-----------------------------------------------------------*
       096-DATA-POSTAGEM-EMPRESA.
           MOVE WS-DATA-ATUAL-NUM TO WS-DATA-POSTAGEM-EMP
           IF ROLA-POR-CALENDARIO
               MOVE ZEROES TO WS-IDX-EMP-POST
               MOVE "N" TO WS-EMP-POST-ACHOU
               PERFORM 097-PROCURA-EMPRESA-POSTAGEM
                   UNTIL EMPRESA-POSTAGEM-ACHADA
                   OR WS-IDX-EMP-POST = WS-EMP-QTDE
               IF EMPRESA-POSTAGEM-ACHADA
                   IF WS-EMP-DATA-POSTAGEM(WS-IDX-EMP-POST) = ZEROES
                       PERFORM 098-APURA-DIA-UTIL-EMPRESA
                   END-IF
                   MOVE WS-EMP-DATA-POSTAGEM(WS-IDX-EMP-POST)
                       TO WS-DATA-POSTAGEM-EMP
               END-IF
           END-IF.

       097-PROCURA-EMPRESA-POSTAGEM.
           ADD 1 TO WS-IDX-EMP-POST
           IF WS-EMP-CODIGO(WS-IDX-EMP-POST) = WS-EMPRESA-POSTAGEM
               SET EMPRESA-POSTAGEM-ACHADA TO TRUE
           END-IF.

       098-APURA-DIA-UTIL-EMPRESA.
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

      *-----------------------------------------------------------*
      * Validacoes de uma linha do GLTRANS: conta, data/periodo,  *
      * empresa, centro de custo e periodo fechado no proprio     *
      * mestre GLSALDO. Roda na pre-passada (PRE-VALIDACAO, sem   *
      * gravar rejeito nem exibir mensagem) para marcar o         *
      * lancamento inteiro, e de novo na passada de postagem.     *
      *-----------------------------------------------------------*
       099-VALIDA-LINHA.
           MOVE "N" TO WS-LINHA-VALIDA-FLAG
           PERFORM 006-VALIDA-CONTA
           IF CONTA-ENCONTRADA
               PERFORM 037-VALIDA-PERIODO-TRANS
           END-IF
           MOVE "S" TO WS-EMPRESA-TRANS-FLAG
           IF CONTA-ENCONTRADA AND PERIODO-TRANS-OK
              AND VALIDA-EMPRESAS
               PERFORM 045-VALIDA-EMPRESA-TRANS
           END-IF
           MOVE "S" TO WS-CENTRO-TRANS-FLAG
           IF CONTA-ENCONTRADA AND PERIODO-TRANS-OK
              AND EMPRESA-TRANS-OK AND VALIDA-CENTROS
               PERFORM 092-VALIDA-CENTRO-CUSTO
           END-IF
           IF CONTA-ENCONTRADA AND PERIODO-TRANS-OK
              AND EMPRESA-TRANS-OK AND CENTRO-TRANS-OK
               SET LINHA-VALIDA TO TRUE
               IF MESTRE-CONSULTA-ABERTO
                   PERFORM 100-CONFERE-MESTRE-FECHADO
               END-IF
           END-IF.

       100-CONFERE-MESTRE-FECHADO.
           MOVE GL-NUMERO-CONTA      TO SG-NUMERO-CONTA
           MOVE WS-PERIODO-TRANSACAO TO SG-PERIODO
           MOVE GL-COMPANY-CODE      TO SG-COMPANY-CODE
           MOVE GL-CURRENCY-CODE     TO SG-CURRENCY-CODE
           MOVE GL-CENTRO-CUSTO      TO SG-CENTRO-CUSTO
           READ SALDO-GL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SG-PERIODO-FECHADO
                       MOVE "N" TO WS-LINHA-VALIDA-FLAG
                       IF NOT PRE-VALIDACAO
                           DISPLAY "TRANSACAO REJEITADA - PERIODO "
                               WS-PERIODO-TRANSACAO
                               " FECHADO NO MESTRE - CONTA "
                               GL-NUMERO-CONTA " REF " GL-REFERENCIA
                           ADD 1 TO WS-QTDE-REJ-POSTAGEM
                       END-IF
                       MOVE "PF" TO GJ-MOTIVO
                       PERFORM 009-GRAVA-REJEITO-GL
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Pre-passada: cada linha passa pelas validacoes e pelo     *
      * limite por transacao. Uma linha invalida marca o          *
      * lancamento (GL-REFERENCIA) como rejeitado e uma linha     *
      * acima do limite o marca como retido - na postagem as      *
      * demais linhas do mesmo lancamento vao juntas para o GLREJ *
      * (motivo "LR") ou para o GLHOLD, e o razao nunca recebe    *
      * meio lancamento.                                          *
      *-----------------------------------------------------------*
       101-PRE-VALIDA-DETALHE.
           SET PRE-VALIDACAO TO TRUE
           PERFORM 099-VALIDA-LINHA
           MOVE "N" TO WS-GL-RETIDO-FLAG
           IF LINHA-VALIDA AND VALIDA-LIMITES
               PERFORM 050-CHECA-LIMITE-GL
           END-IF
           EVALUATE TRUE
               WHEN NOT LINHA-VALIDA
                   SET LANCAMENTO-REJEITADO(WS-IDX-LAN) TO TRUE
               WHEN GL-RETIDO
                    AND NOT LANCAMENTO-REJEITADO(WS-IDX-LAN)
                   SET LANCAMENTO-RETIDO(WS-IDX-LAN) TO TRUE
           END-EVALUATE
           MOVE "N" TO WS-PRE-VALIDACAO-FLAG.

       102-REJEITA-LINHA-LANCAMENTO.
           PERFORM 099-VALIDA-LINHA
           IF LINHA-VALIDA
               DISPLAY "TRANSACAO REJEITADA - OUTRA LINHA DO "
                   "LANCAMENTO INVALIDA: REF " GL-REFERENCIA
                   " CONTA " GL-NUMERO-CONTA
               MOVE "LR" TO GJ-MOTIVO
               PERFORM 009-GRAVA-REJEITO-GL
               ADD 1 TO WS-QTDE-REJ-LANCAMENTO
           END-IF.

       103-RETEM-LINHA-LANCAMENTO.
           PERFORM 099-VALIDA-LINHA
           IF LINHA-VALIDA
               PERFORM 051-GRAVA-RETIDO-GL
           END-IF.

      *-----------------------------------------------------------*
      * GLSALDO aberto so para consulta durante as passadas de    *
      * leitura do GLTRANS (periodo fechado no mestre); fechado   *
      * antes da postagem, que o reabre no modo de atualizacao.   *
      *-----------------------------------------------------------*
       104-ABRE-MESTRE-CONSULTA.
           OPEN INPUT SALDO-GL-FILE
           EVALUATE WS-FS-GLSALDO
               WHEN "00"
                   SET MESTRE-CONSULTA-ABERTO TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-GLSALDO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLSALDO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       105-MARCA-UM-REGISTRO.
           ADD 1 TO WS-IDX-REG
           IF WS-REG-PROGRAMA(WS-IDX-REG) = WS-ORG-PROGRAMA(WS-IDX-ORG)
              AND WS-REG-PERIODO(WS-IDX-REG) =
              WS-ORG-PERIODO(WS-IDX-ORG)
              AND WS-REG-SITUACAO(WS-IDX-REG) = "E"
               MOVE "P" TO WS-REG-SITUACAO(WS-IDX-REG)
               MOVE WS-DATA-ATUAL-NUM TO WS-REG-DATA-POST(WS-IDX-REG)
           END-IF.

      *-----------------------------------------------------------*
      * GLTRANS postado e consumido: fica so um trailer zerado,   *
      * para o proximo GLENTR01/ENTGL01 comecar de um GLTRANS     *
      * vazio. Nenhuma linha ja postada pode voltar a entrar.     *
      *-----------------------------------------------------------*
       106-ESVAZIA-GLTRANS.
           OPEN OUTPUT GL-TRANS-FILE
           IF WS-FS-GLTRANS NOT = "00"
               MOVE WS-FS-GLTRANS TO WS-FS-ERRO
               MOVE "FALHA AO ESVAZIAR GLTRANS" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE SPACES TO GL-TRANS-REC
           MOVE "T" TO GL-TIPO-TRANS
           MOVE ZEROES TO GL-TOTAL-DEBITOS GL-TOTAL-CREDITOS
           ACCEPT GL-SEQ-DATA FROM DATE YYYYMMDD
           ACCEPT GL-SEQ-HORA FROM TIME
           WRITE GL-TRAILER-REC
           CLOSE GL-TRANS-FILE
           DISPLAY "GLTRANS POSTADO E ESVAZIADO".

      *-----------------------------------------------------------*
      * Debitos e creditos dos liberados do GLRELS por referencia *
      * + empresa (empresa em branco nas linhas de origem         *
      * carimbada, como no 080). Um lancamento liberado so posta  *
      * se fechar debito = credito dentro do proprio GLRELS.      *
      *-----------------------------------------------------------*
       107-ACUMULA-GRUPO-LIBERADO.
           ADD 1 TO WS-IDX-LIB
           MOVE WS-LIB-DADOS(WS-IDX-LIB) TO GL-TRANS-REC
           PERFORM 108-LOCALIZA-GRUPO-LIBERADO
           IF GL-DEBITO
               ADD GL-VALOR-TRANS TO WS-LBG-DEBITOS(WS-IDX-LBG)
           ELSE
               ADD GL-VALOR-TRANS TO WS-LBG-CREDITOS(WS-IDX-LBG)
           END-IF.

       108-LOCALIZA-GRUPO-LIBERADO.
           IF GL-SISTEMA-ORIGEM NOT = SPACES
               MOVE SPACES TO WS-LBG-CHAVE-EMPRESA
           ELSE
               MOVE GL-COMPANY-CODE TO WS-LBG-CHAVE-EMPRESA
           END-IF
           MOVE ZEROES TO WS-IDX-LBG
           MOVE "N" TO WS-LBG-ACHOU
           PERFORM 109-PROCURA-GRUPO-LIBERADO
               UNTIL GRUPO-LIBERADO-ENCONTRADO
                  OR WS-IDX-LBG = WS-LBG-QTDE
           IF NOT GRUPO-LIBERADO-ENCONTRADO
               ADD 1 TO WS-LBG-QTDE
               MOVE WS-LBG-QTDE TO WS-IDX-LBG
               MOVE GL-REFERENCIA TO WS-LBG-REFERENCIA(WS-IDX-LBG)
               MOVE WS-LBG-CHAVE-EMPRESA
                   TO WS-LBG-EMPRESA(WS-IDX-LBG)
               MOVE ZEROES TO WS-LBG-DEBITOS(WS-IDX-LBG)
               MOVE ZEROES TO WS-LBG-CREDITOS(WS-IDX-LBG)
           END-IF.

       109-PROCURA-GRUPO-LIBERADO.
           ADD 1 TO WS-IDX-LBG
           IF WS-LBG-REFERENCIA(WS-IDX-LBG) = GL-REFERENCIA
              AND WS-LBG-EMPRESA(WS-IDX-LBG) = WS-LBG-CHAVE-EMPRESA
               SET GRUPO-LIBERADO-ENCONTRADO TO TRUE
           END-IF.
