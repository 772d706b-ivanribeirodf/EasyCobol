       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTGL01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: digitacao assistida de    *
      *              lancamentos manuais no GLTRANS do ADD05, no   *
      *              console, no lugar do editor de texto - a      *
      *              mesma disciplina que o ENTLOT01 deu ao        *
      *              CALCIN. Sign-on do operador contra o OPERMAST *
      *              (desconhecido, inativo ou de nivel 1          *
      *              aborta). Cada lancamento tem data, referencia *
      *              unica, empresa e moeda; cada linha tem conta, *
      *              tipo D/C e valor. Conta ativa no PLANOCTA,    *
      *              empresa ativa no EMPRESA, moeda ativa no      *
      *              MOEDAS e data em periodo aberto no PERIODOS   *
      *              (cadastros ausentes seguem sem validacao, com *
      *              aviso). Alcada: operador de nivel 2 nao passa *
      *              de LM-LIMITE-TRANSACAO numa linha nem de      *
      *              LM-LIMITE-LOTE no total de debitos do         *
      *              lancamento (mestre LIMITES por empresa/       *
      *              moeda); nivel 3 ou maior sem teto. FECHA so   *
      *              encerra o lancamento com debitos iguais aos   *
      *              creditos; CANCELA descarta. Os lancamentos    *
      *              fechados sao acrescentados ao GLTRANS do dia  *
      *              com trailer novo montado aqui; o GLTRANS      *
      *              existente precisa conferir com o proprio      *
      *              trailer antes de receber qualquer acrescimo.  *
      * 15/10/2026 - IR - Lancamento pode ser marcado como         *
      *              provisao com estorno automatico no periodo    *
      *              seguinte, gravando GL-INDICADOR-ESTORNO S em  *
      *              todas as linhas; o prefixo de referencia ES   *
      *              fica reservado aos estornos gerados pelo      *
      *              ESTORN01. Registro GLTRANS passa a 53         *
      *              posicoes.                                     *
      * 15/10/2026 - IR - Digitacao do centro de custo por linha,  *
      *              logo apos a conta: obrigatorio na conta de    *
      *              despesa (classe R, natureza D) e, quando      *
      *              informado, validado como ativo no cadastro    *
      *              CCUSTO. Registro GLTRANS passou a 59          *
      *              posicoes.                                     *
      * 15/10/2026 - IR - Conta sintetica do PLANOCTA nao aceita   *
      *              lancamento manual.                            *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Sign-on pede tambem a senha, conferida   *
      *              pelo servico SENHASVC; com a senha expirada   *
      *              pede a senha nova e confere de novo. Recusa   *
      *              encerra o programa.                           *
      * 15/10/2026 - IR - Calendario fiscal por empresa (CALFISC,  *
      *              servico FISCSVC): a pergunta de estorno       *
      *              automatico aceita "A" = ajuste de             *
      *              encerramento do exercicio, gravado com        *
      *              GL-INDICADOR-ESTORNO "A"; so vale no ultimo   *
      *              mes do exercicio de empresa com periodo 13, e *
      *              o periodo conferido no PERIODOS passa a ser o *
      *              AAAA13 da empresa. A conferencia de periodo   *
      *              foi para depois dessa pergunta.               *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - GLTRANS existente com linha gerada que   *
      *              nao soma, por origem/periodo, com os          *
      *              registros encaminhados do GLREGIST (sobra de  *
      *              arquivo ja postado) recusa a digitacao.       *
      *              Trailer gravado com a sequencia do arquivo    *
      *              (GL-SEQ-ARQUIVO).                             *
      * 15/10/2026 - IR - Consulta ao PERIODOS prefere a linha da  *
      *              propria empresa; a linha generica (empresa em *
      *              branco) so vale na falta dela.                *
      * 15/10/2026 - IR - Chamada do FISCSVC com ON EXCEPTION:     *
      *              servico ausente encerra pelo 9999-TRATA-ERRO  *
      *              em vez de abendar.                            *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-TRANS-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLTRANS.
           SELECT GL-TRABALHO-FILE ASSIGN TO "ENTGLWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT REGISTRO-FILE ASSIGN TO "GLREGIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO.
           SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERMAST.
           SELECT PLANO-CONTAS-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANOCTA.
           SELECT MOEDAS-FILE ASSIGN TO "MOEDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOEDAS.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESA.
           SELECT PERIODOS-FILE ASSIGN TO "PERIODOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODOS.
           SELECT LIMITES-FILE ASSIGN TO "LIMITES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIMITES.
           SELECT CENTRO-CUSTO-FILE ASSIGN TO "CCUSTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CCUSTO.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-TRANS-FILE.
           COPY GLTRANS.
       FD  GL-TRABALHO-FILE.
       01  GL-TRABALHO-REC           PIC X(59).
       FD  REGISTRO-FILE.
           COPY GLREGIS.
       FD  OPERADOR-MASTER-FILE.
           COPY OPERMAST.
       FD  PLANO-CONTAS-FILE.
           COPY PLANOCTA.
       FD  MOEDAS-FILE.
           COPY MOEDAS.
       FD  EMPRESA-FILE.
           COPY EMPRESA.
       FD  PERIODOS-FILE.
           COPY PERIODO.
       FD  LIMITES-FILE.
           COPY LIMITES.
       FD  CENTRO-CUSTO-FILE.
           COPY CCUSTO.
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.
           COPY SENHASVC.
           COPY FISCSVC.

       01  WS-FS-GLTRANS             PIC X(02).
       01  WS-FS-TRABALHO            PIC X(02).
       01  WS-FS-REGISTRO            PIC X(02).
       01  WS-FS-OPERMAST            PIC X(02).
       01  WS-FS-PLANOCTA            PIC X(02).
       01  WS-FS-MOEDAS              PIC X(02).
       01  WS-FS-EMPRESA             PIC X(02).
       01  WS-FS-PERIODOS            PIC X(02).
       01  WS-FS-LIMITES             PIC X(02).
       01  WS-FS-CCUSTO              PIC X(02).
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.

       01  WS-OPERADOR-ID            PIC X(08) VALUE SPACES.
       01  WS-SENHA-DIGITADA         PIC X(08) VALUE SPACES.
       01  WS-SENHA-NOVA-DIGITADA    PIC X(08) VALUE SPACES.
       01  WS-NIVEL-AUTORIDADE       PIC 9(01) VALUE ZEROES.
       01  WS-EOF-OPERMAST           PIC X(01) VALUE "N".
           88 FIM-DO-OPERMAST        VALUE "S".
       01  WS-OPER-ACHOU             PIC X(01) VALUE "N".
           88 OPERADOR-CADASTRADO    VALUE "S".

       01  WS-EOF-PLANOCTA           PIC X(01) VALUE "N".
           88 FIM-DO-PLANOCTA        VALUE "S".
       01  WS-VALIDA-CONTAS          PIC X(01) VALUE "N".
           88 VALIDA-CONTAS          VALUE "S".
       01  WS-PLANO-CONTAS.
           05 WS-CTA-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-CTA-ENTRADA         OCCURS 200 TIMES.
               10 WS-CTA-NUMERO      PIC 9(08).
               10 WS-CTA-SITUACAO    PIC X(01).
               10 WS-CTA-NATUREZA    PIC X(01).
               10 WS-CTA-CLASSE      PIC X(01).
               10 WS-CTA-TIPO        PIC X(01).
       01  WS-IDX-CTA                PIC 9(03) VALUE ZEROES.
       01  WS-CTA-ACHOU              PIC X(01) VALUE "N".
           88 CONTA-CADASTRADA       VALUE "S".
       01  WS-CONTA-DESPESA          PIC X(01) VALUE "N".
           88 CONTA-DE-DESPESA       VALUE "S".

       01  WS-EOF-CCUSTO             PIC X(01) VALUE "N".
           88 FIM-DO-CCUSTO          VALUE "S".
       01  WS-VALIDA-CENTROS         PIC X(01) VALUE "N".
           88 VALIDA-CENTROS         VALUE "S".
       01  WS-CADASTRO-CENTROS.
           05 WS-CCU-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-CCU-ENTRADA         OCCURS 200 TIMES.
               10 WS-CCU-CODIGO      PIC X(06).
               10 WS-CCU-SITUACAO    PIC X(01).
       01  WS-IDX-CCU                PIC 9(03) VALUE ZEROES.
       01  WS-CCU-ACHOU              PIC X(01) VALUE "N".
           88 CENTRO-CADASTRADO      VALUE "S".

       01  WS-EOF-MOEDAS             PIC X(01) VALUE "N".
           88 FIM-DE-MOEDAS          VALUE "S".
       01  WS-VALIDA-MOEDAS          PIC X(01) VALUE "N".
           88 VALIDA-MOEDAS          VALUE "S".
       01  WS-CADASTRO-MOEDAS.
           05 WS-MOE-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-MOE-ENTRADA         OCCURS 20 TIMES.
               10 WS-MOE-CODIGO      PIC X(03).
               10 WS-MOE-SITUACAO    PIC X(01).
       01  WS-IDX-MOE                PIC 9(02) VALUE ZEROES.
       01  WS-MOE-ACHOU              PIC X(01) VALUE "N".
           88 MOEDA-CADASTRADA       VALUE "S".

       01  WS-EOF-EMPRESA            PIC X(01) VALUE "N".
           88 FIM-DE-EMPRESAS        VALUE "S".
       01  WS-VALIDA-EMPRESAS        PIC X(01) VALUE "N".
           88 VALIDA-EMPRESAS        VALUE "S".
       01  WS-CADASTRO-EMPRESAS.
           05 WS-EMP-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-EMP-ENTRADA         OCCURS 20 TIMES.
               10 WS-EMP-CODIGO      PIC X(03).
               10 WS-EMP-SITUACAO    PIC X(01).
       01  WS-IDX-EMP                PIC 9(02) VALUE ZEROES.
       01  WS-EMP-ACHOU              PIC X(01) VALUE "N".
           88 EMPRESA-CADASTRADA     VALUE "S".

       01  WS-EOF-PERIODOS           PIC X(01) VALUE "N".
           88 FIM-DE-PERIODOS        VALUE "S".
       01  WS-CONTROLE-PERIODOS      PIC X(01) VALUE "N".
           88 CONTROLA-PERIODOS      VALUE "S".
       01  WS-TABELA-PERIODOS.
           05 WS-PER-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-PER-ENTRADA         OCCURS 120 TIMES.
               10 WS-PER-PERIODO     PIC 9(06).
               10 WS-PER-SITUACAO    PIC X(01).
               10 WS-PER-COMPANY     PIC X(03).
       01  WS-IDX-PER                PIC 9(03) VALUE ZEROES.
       01  WS-IDX-PER-GERAL          PIC 9(03) VALUE ZEROES.
       01  WS-PER-ACHOU              PIC X(01) VALUE "N".
           88 PERIODO-CADASTRADO     VALUE "S".

       01  WS-EOF-LIMITES            PIC X(01) VALUE "N".
           88 FIM-DE-LIMITES         VALUE "S".
       01  WS-VALIDA-LIMITES         PIC X(01) VALUE "N".
           88 VALIDA-LIMITES         VALUE "S".
       01  WS-TABELA-LIMITES.
           05 WS-LIM-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-LIM-ENTRADA         OCCURS 20 TIMES.
               10 WS-LIM-COMPANY     PIC X(03).
               10 WS-LIM-CURRENCY    PIC X(03).
               10 WS-LIM-TRANSACAO   PIC 9(09)V99.
               10 WS-LIM-LOTE        PIC 9(11)V99.
       01  WS-IDX-LIM                PIC 9(02) VALUE ZEROES.
       01  WS-LIM-ACHOU              PIC X(01) VALUE "N".
           88 LIMITE-ENCONTRADO      VALUE "S".

      * GLTRANS existente: conferencia, totais e referencias em uso
       01  WS-EOF-GLTRANS            PIC X(01) VALUE "N".
           88 FIM-DO-GLTRANS         VALUE "S".
       01  WS-EOF-TRABALHO           PIC X(01) VALUE "N".
           88 FIM-DO-TRABALHO        VALUE "S".
       01  WS-GLT-QTDE               PIC 9(07) VALUE ZEROES.
       01  WS-GLT-DEBITOS            PIC 9(11)V99 VALUE ZEROES.
       01  WS-GLT-CREDITOS           PIC 9(11)V99 VALUE ZEROES.
       01  WS-GLT-TEM-TRAILER        PIC X(01) VALUE "N".
           88 GLTRANS-COM-TRAILER    VALUE "S".
       01  WS-EOF-REGISTRO           PIC X(01) VALUE "N".
           88 FIM-DO-REGISTRO        VALUE "S".
       01  WS-GLTRANS-ORIGENS.
           05 WS-GLO-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-GLO-ENTRADA         OCCURS 20 TIMES.
               10 WS-GLO-PROGRAMA    PIC X(08).
               10 WS-GLO-PERIODO     PIC 9(06).
               10 WS-GLO-DEBITOS     PIC 9(11)V99.
               10 WS-GLO-CREDITOS    PIC 9(11)V99.
               10 WS-GLO-REG-DEBITOS PIC 9(11)V99.
               10 WS-GLO-REG-CREDITOS PIC 9(11)V99.
       01  WS-IDX-GLO                PIC 9(02) VALUE ZEROES.
       01  WS-GLO-ACHOU              PIC X(01) VALUE "N".
           88 ORIGEM-GLTRANS-ENCONTRADA VALUE "S".
       01  WS-PERIODO-LINHA          PIC 9(06) VALUE ZEROES.
       01  WS-TABELA-REFERENCIAS.
           05 WS-REF-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-REF-ENTRADA         OCCURS 500 TIMES.
               10 WS-REF-REFERENCIA  PIC X(10).
               10 WS-REF-COMPANY     PIC X(03).
       01  WS-IDX-REF                PIC 9(03) VALUE ZEROES.
       01  WS-REF-ACHOU              PIC X(01) VALUE "N".
           88 REFERENCIA-EM-USO      VALUE "S".

      * Campos digitados
       01  WS-CAMPO-DIGITADO         PIC X(11) VALUE SPACES.
       01  WS-VALOR-X                PIC X(11) VALUE SPACES.
       01  WS-VALOR-NUM REDEFINES WS-VALOR-X PIC 9(9)V99.
       01  WS-DATA-X                 PIC X(08) VALUE SPACES.
       01  WS-DATA-NUM REDEFINES WS-DATA-X PIC 9(08).
       01  WS-CONTA-X                PIC X(08) VALUE SPACES.
       01  WS-CONTA-NUM REDEFINES WS-CONTA-X PIC 9(08).

       01  WS-DATA-DESM.
           05 WS-ENT-ANO             PIC 9(04).
           05 WS-ENT-MES             PIC 9(02).
           05 WS-ENT-DIA             PIC 9(02).
       01  WS-DIAS-NO-MES            PIC 9(02) VALUE ZEROES.

      * Lancamento em digitacao
       01  WS-LAN-DATA               PIC 9(08) VALUE ZEROES.
       01  WS-LAN-PERIODO            PIC 9(06) VALUE ZEROES.
       01  WS-LAN-REFERENCIA         PIC X(10) VALUE SPACES.
       01  WS-LAN-COMPANY            PIC X(03) VALUE SPACES.
       01  WS-LAN-CURRENCY           PIC X(03) VALUE SPACES.
       01  WS-LAN-ESTORNO            PIC X(01) VALUE SPACES.
           88 LANCAMENTO-COM-ESTORNO VALUE "S".
           88 LANCAMENTO-DE-AJUSTE   VALUE "A".
       01  WS-LAN-REF-ANALISE.
           05 WS-LAN-REF-PREFIXO     PIC X(02).
           05 FILLER                 PIC X(08).
       01  WS-LAN-DEBITOS            PIC 9(11)V99 VALUE ZEROES.
       01  WS-LAN-CREDITOS           PIC 9(11)V99 VALUE ZEROES.
       01  WS-LAN-DIFERENCA          PIC S9(11)V99 VALUE ZEROES.
       01  WS-LIN-CONTA              PIC 9(08) VALUE ZEROES.
       01  WS-LIN-TIPO               PIC X(01) VALUE SPACES.
           88 TIPO-VALIDO            VALUE "D" "C".
       01  WS-LIN-VALOR              PIC 9(9)V99 VALUE ZEROES.
       01  WS-LIN-CCUSTO             PIC X(06) VALUE SPACES.
       01  WS-LINHAS-LANCAMENTO.
           05 WS-LIN-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-LIN-ENTRADA         OCCURS 100 TIMES.
               10 WS-LIN-DADOS       PIC X(59).
       01  WS-IDX-LIN                PIC 9(03) VALUE ZEROES.

       01  WS-FIM-DIGITACAO          PIC X(01) VALUE "N".
           88 DIGITACAO-ENCERRADA    VALUE "S".
       01  WS-FIM-LANCAMENTO         PIC X(01) VALUE "N".
           88 LANCAMENTO-ENCERRADO   VALUE "S".
       01  WS-CAMPO-OK               PIC X(01) VALUE "S".
           88 CAMPO-VALIDO           VALUE "S".

      * Lancamentos fechados na sessao, a acrescentar ao GLTRANS
       01  WS-DETALHES-SESSAO.
           05 WS-DET-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-DET-ENTRADA         OCCURS 500 TIMES.
               10 WS-DET-DADOS       PIC X(59).
       01  WS-IDX-DET                PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-LANCAMENTOS       PIC 9(03) VALUE ZEROES.
       01  WS-SES-DEBITOS            PIC 9(11)V99 VALUE ZEROES.
       01  WS-SES-CREDITOS           PIC 9(11)V99 VALUE ZEROES.

       01  WS-VALOR-EDITADO          PIC Z(10)9.99.
       01  WS-DEBITOS-EDITADO        PIC Z(10)9.99.
       01  WS-CREDITOS-EDITADO       PIC Z(10)9.99.
       01  WS-DIFERENCA-EDITADO      PIC -(10)9.99.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "ENTGL01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           PERFORM 003-SIGN-ON-OPERADOR
           PERFORM 040-CARREGA-PLANO-CONTAS
           PERFORM 006-CARREGA-MOEDAS
           PERFORM 008-CARREGA-EMPRESAS
           PERFORM 035-CARREGA-PERIODOS
           PERFORM 049-CARREGA-LIMITES
           PERFORM 043-CARREGA-CENTROS-CUSTO
           PERFORM 060-COPIA-GLTRANS-ATUAL
           DISPLAY "LANCAMENTO MANUAL NO GLTRANS - OPERADOR "
               WS-OPERADOR-ID " NIVEL " WS-NIVEL-AUTORIDADE
           DISPLAY "VALORES EM DIGITOS COM 2 DECIMAIS IMPLICITOS"
           DISPLAY "DIGITE FIM NA REFERENCIA PARA ENCERRAR"
           PERFORM 010-DIGITA-LANCAMENTO UNTIL DIGITACAO-ENCERRADA
           IF WS-DET-QTDE = ZEROES
               DISPLAY "NENHUM LANCAMENTO FECHADO - GLTRANS NAO "
                   "ALTERADO"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 070-GRAVA-GLTRANS
           MOVE WS-SES-DEBITOS TO WS-DEBITOS-EDITADO
           DISPLAY "GLTRANS ATUALIZADO COM " WS-QTDE-LANCAMENTOS
               " LANCAMENTO(S), " WS-DET-QTDE " LINHA(S) - "
               "DEBITOS = CREDITOS = " WS-DEBITOS-EDITADO
           GOBACK.

       003-SIGN-ON-OPERADOR.
           DISPLAY "INFORME O ID DO OPERADOR:"
           ACCEPT WS-OPERADOR-ID
           IF WS-OPERADOR-ID = SPACES
               MOVE "SIGN-ON SEM OPERADOR" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           DISPLAY "INFORME A SENHA:"
           ACCEPT WS-SENHA-DIGITADA
           MOVE SPACES TO WS-SENHA-NOVA-DIGITADA
           PERFORM 073-CONFERE-SENHA
           IF SS-SENHA-EXPIRADA
               DISPLAY SS-MENSAGEM
               DISPLAY "INFORME A SENHA NOVA:"
               ACCEPT WS-SENHA-NOVA-DIGITADA
               PERFORM 073-CONFERE-SENHA
           END-IF
           IF NOT SS-RETORNO-OK AND NOT SS-CADASTRO-AUSENTE
               MOVE SS-MENSAGEM TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
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
                   MOVE "OPERMAST AUSENTE - SIGN-ON IMPOSSIVEL"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-OPERMAST TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR OPERMAST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF WS-NIVEL-AUTORIDADE < 2
               MOVE SPACES TO WS-MSG-ERRO
               STRING "OPERADOR SEM ALCADA PARA LANCAMENTO MANUAL: "
                   WS-OPERADOR-ID DELIMITED BY SIZE
                   INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       073-CONFERE-SENHA.
           SET SS-CONFERE-SENHA TO TRUE
           MOVE WS-NOME-PROGRAMA       TO SS-PROGRAMA
           MOVE WS-OPERADOR-ID         TO SS-OPERADOR-ID
           MOVE WS-SENHA-DIGITADA      TO SS-SENHA
           MOVE WS-SENHA-NOVA-DIGITADA TO SS-SENHA-NOVA
           CALL "SENHASVC" USING SS-PARAMETROS
               ON EXCEPTION
                   SET SS-RETORNO-ERRO TO TRUE
                   MOVE "SENHASVC INDISPONIVEL - SIGN-ON IMPOSSIVEL"
                       TO SS-MENSAGEM
           END-CALL.

       004-LE-OPERADOR-MASTER.
           READ OPERADOR-MASTER-FILE
               AT END
                   SET FIM-DO-OPERMAST TO TRUE
               NOT AT END
                   IF OP-ID = WS-OPERADOR-ID
                       SET OPERADOR-CADASTRADO TO TRUE
                       MOVE OP-NIVEL-AUTORIDADE TO WS-NIVEL-AUTORIDADE
                       IF NOT OP-OPERADOR-ATIVO
                           MOVE SPACES TO WS-MSG-ERRO
                           STRING "OPERADOR INATIVO NO OPERMAST: "
                               WS-OPERADOR-ID DELIMITED BY SIZE
                               INTO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                       END-IF
                   END-IF
           END-READ.

       006-CARREGA-MOEDAS.
           OPEN INPUT MOEDAS-FILE
           EVALUATE WS-FS-MOEDAS
               WHEN "00"
                   SET VALIDA-MOEDAS TO TRUE
                   PERFORM 007-LE-MOEDA UNTIL FIM-DE-MOEDAS
                   CLOSE MOEDAS-FILE
               WHEN "35"
                   DISPLAY "MOEDAS NAO ENCONTRADO - MOEDA SEM "
                       "VALIDACAO"
               WHEN OTHER
                   MOVE WS-FS-MOEDAS TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR MOEDAS" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       007-LE-MOEDA.
           READ MOEDAS-FILE
               AT END
                   SET FIM-DE-MOEDAS TO TRUE
               NOT AT END
                   IF WS-MOE-QTDE < 20
                       ADD 1 TO WS-MOE-QTDE
                       MOVE MO-CODIGO
                           TO WS-MOE-CODIGO(WS-MOE-QTDE)
                       MOVE MO-SITUACAO
                           TO WS-MOE-SITUACAO(WS-MOE-QTDE)
                   END-IF
           END-READ.

       008-CARREGA-EMPRESAS.
           OPEN INPUT EMPRESA-FILE
           EVALUATE WS-FS-EMPRESA
               WHEN "00"
                   SET VALIDA-EMPRESAS TO TRUE
                   PERFORM 009-LE-EMPRESA UNTIL FIM-DE-EMPRESAS
                   CLOSE EMPRESA-FILE
               WHEN "35"
                   DISPLAY "EMPRESA NAO ENCONTRADO - EMPRESA SEM "
                       "VALIDACAO"
               WHEN OTHER
                   MOVE WS-FS-EMPRESA TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR EMPRESA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       009-LE-EMPRESA.
           READ EMPRESA-FILE
               AT END
                   SET FIM-DE-EMPRESAS TO TRUE
               NOT AT END
                   IF WS-EMP-QTDE < 20
                       ADD 1 TO WS-EMP-QTDE
                       MOVE EM-CODIGO
                           TO WS-EMP-CODIGO(WS-EMP-QTDE)
                       MOVE EM-SITUACAO
                           TO WS-EMP-SITUACAO(WS-EMP-QTDE)
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Um lancamento: cabecalho (referencia, data, empresa,      *
      * moeda) e as linhas ate FECHA com debitos = creditos ou    *
      * CANCELA.                                                  *
      *-----------------------------------------------------------*
       010-DIGITA-LANCAMENTO.
           DISPLAY "LANCAMENTOS FECHADOS: " WS-QTDE-LANCAMENTOS
               " - REFERENCIA (10 POSICOES) OU FIM:"
           MOVE SPACES TO WS-LAN-REFERENCIA
           ACCEPT WS-LAN-REFERENCIA
           IF WS-LAN-REFERENCIA = "FIM"
               SET DIGITACAO-ENCERRADA TO TRUE
           ELSE
               PERFORM 011-DIGITA-CABECALHO
               IF CAMPO-VALIDO
                   MOVE ZEROES TO WS-LIN-QTDE
                   MOVE ZEROES TO WS-LAN-DEBITOS
                   MOVE ZEROES TO WS-LAN-CREDITOS
                   MOVE "N" TO WS-FIM-LANCAMENTO
                   PERFORM 020-DIGITA-LINHA
                       UNTIL LANCAMENTO-ENCERRADO
               END-IF
           END-IF.

       011-DIGITA-CABECALHO.
           MOVE "S" TO WS-CAMPO-OK
           MOVE WS-LAN-REFERENCIA TO WS-LAN-REF-ANALISE
           IF WS-LAN-REFERENCIA = SPACES
               DISPLAY "REFERENCIA EM BRANCO - LANCAMENTO DESCARTADO"
               MOVE "N" TO WS-CAMPO-OK
           END-IF
           IF WS-LAN-REF-PREFIXO = "ES"
               DISPLAY "PREFIXO ES RESERVADO PARA ESTORNOS - "
                   "LANCAMENTO DESCARTADO"
               MOVE "N" TO WS-CAMPO-OK
           END-IF
           IF CAMPO-VALIDO
               DISPLAY "DATA DO LANCAMENTO (AAAAMMDD):"
               MOVE SPACES TO WS-DATA-X
               ACCEPT WS-DATA-X
               PERFORM 014-VALIDA-DATA
               IF CAMPO-VALIDO
                   MOVE WS-DATA-NUM TO WS-LAN-DATA
               ELSE
                   DISPLAY "DATA INVALIDA - LANCAMENTO DESCARTADO"
               END-IF
           END-IF
           IF CAMPO-VALIDO
               DISPLAY "EMPRESA (3 POSICOES):"
               MOVE SPACES TO WS-LAN-COMPANY
               ACCEPT WS-LAN-COMPANY
               PERFORM 015-VALIDA-EMPRESA
           END-IF
           IF CAMPO-VALIDO
               PERFORM 013-CONFERE-REFERENCIA
           END-IF
           IF CAMPO-VALIDO
               DISPLAY "MOEDA (3 POSICOES):"
               MOVE SPACES TO WS-LAN-CURRENCY
               ACCEPT WS-LAN-CURRENCY
               PERFORM 016-VALIDA-MOEDA
           END-IF
           IF CAMPO-VALIDO
               DISPLAY "PROVISAO COM ESTORNO AUTOMATICO NO PERIODO "
                   "SEGUINTE (S/N) OU AJUSTE DE EXERCICIO NO "
                   "PERIODO 13 (A):"
               MOVE SPACES TO WS-LAN-ESTORNO
               ACCEPT WS-LAN-ESTORNO
               IF WS-LAN-ESTORNO NOT = "S" AND WS-LAN-ESTORNO NOT = "N"
                  AND WS-LAN-ESTORNO NOT = "A"
                   DISPLAY "RESPOSTA INVALIDA - LANCAMENTO DESCARTADO"
                   MOVE "N" TO WS-CAMPO-OK
               END-IF
           END-IF
           IF CAMPO-VALIDO
               PERFORM 012-VALIDA-PERIODO
           END-IF.

       012-VALIDA-PERIODO.
           COMPUTE WS-LAN-PERIODO = WS-LAN-DATA / 100
           IF LANCAMENTO-DE-AJUSTE
               PERFORM 074-POSICIONA-AJUSTE
           END-IF
           IF CONTROLA-PERIODOS AND CAMPO-VALIDO
               MOVE ZEROES TO WS-IDX-PER
               MOVE ZEROES TO WS-IDX-PER-GERAL
               MOVE "N" TO WS-PER-ACHOU
               PERFORM 037-PROCURA-PERIODO
                   UNTIL PERIODO-CADASTRADO
                   OR WS-IDX-PER = WS-PER-QTDE
               IF NOT PERIODO-CADASTRADO
                  AND WS-IDX-PER-GERAL > ZEROES
                   MOVE WS-IDX-PER-GERAL TO WS-IDX-PER
                   SET PERIODO-CADASTRADO TO TRUE
               END-IF
               IF NOT PERIODO-CADASTRADO
                   DISPLAY "PERIODO " WS-LAN-PERIODO " NAO CADASTRADO"
                       " NO PERIODOS - LANCAMENTO DESCARTADO"
                   MOVE "N" TO WS-CAMPO-OK
               ELSE
                   IF WS-PER-SITUACAO(WS-IDX-PER) NOT = "A"
                       DISPLAY "PERIODO " WS-LAN-PERIODO " FECHADO - "
                           "LANCAMENTO DESCARTADO"
                       MOVE "N" TO WS-CAMPO-OK
                   END-IF
               END-IF
           END-IF.

       013-CONFERE-REFERENCIA.
           MOVE ZEROES TO WS-IDX-REF
           MOVE "N" TO WS-REF-ACHOU
           PERFORM 017-PROCURA-REFERENCIA
               UNTIL REFERENCIA-EM-USO OR WS-IDX-REF = WS-REF-QTDE
           IF REFERENCIA-EM-USO
               DISPLAY "REFERENCIA " WS-LAN-REFERENCIA " JA USADA NO "
                   "GLTRANS PARA A EMPRESA - LANCAMENTO DESCARTADO"
               MOVE "N" TO WS-CAMPO-OK
           END-IF.

       014-VALIDA-DATA.
           MOVE "S" TO WS-CAMPO-OK
           IF WS-DATA-NUM IS NOT NUMERIC
               MOVE "N" TO WS-CAMPO-OK
           ELSE
               MOVE WS-DATA-NUM TO WS-DATA-DESM
               EVALUATE WS-ENT-MES
                   WHEN 1
                   WHEN 3
                   WHEN 5
                   WHEN 7
                   WHEN 8
                   WHEN 10
                   WHEN 12
                       MOVE 31 TO WS-DIAS-NO-MES
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-DIAS-NO-MES
                   WHEN 2
                       IF FUNCTION MOD(WS-ENT-ANO, 4) = 0 AND
                          (FUNCTION MOD(WS-ENT-ANO, 100) NOT = 0 OR
                           FUNCTION MOD(WS-ENT-ANO, 400) = 0)
                           MOVE 29 TO WS-DIAS-NO-MES
                       ELSE
                           MOVE 28 TO WS-DIAS-NO-MES
                       END-IF
                   WHEN OTHER
                       MOVE ZEROES TO WS-DIAS-NO-MES
               END-EVALUATE
               IF WS-DIAS-NO-MES = ZEROES
                  OR WS-ENT-DIA < 1
                  OR WS-ENT-DIA > WS-DIAS-NO-MES
                   MOVE "N" TO WS-CAMPO-OK
               END-IF
           END-IF.

       015-VALIDA-EMPRESA.
           IF VALIDA-EMPRESAS
               MOVE ZEROES TO WS-IDX-EMP
               MOVE "N" TO WS-EMP-ACHOU
               PERFORM 018-PROCURA-EMPRESA
                   UNTIL EMPRESA-CADASTRADA
                   OR WS-IDX-EMP = WS-EMP-QTDE
               IF NOT EMPRESA-CADASTRADA
                  OR WS-EMP-SITUACAO(WS-IDX-EMP) NOT = "A"
                   DISPLAY "EMPRESA DESCONHECIDA OU INATIVA - "
                       "LANCAMENTO DESCARTADO"
                   MOVE "N" TO WS-CAMPO-OK
               END-IF
           END-IF.

       016-VALIDA-MOEDA.
           IF VALIDA-MOEDAS
               MOVE ZEROES TO WS-IDX-MOE
               MOVE "N" TO WS-MOE-ACHOU
               PERFORM 019-PROCURA-MOEDA
                   UNTIL MOEDA-CADASTRADA
                   OR WS-IDX-MOE = WS-MOE-QTDE
               IF NOT MOEDA-CADASTRADA
                  OR WS-MOE-SITUACAO(WS-IDX-MOE) NOT = "A"
                   DISPLAY "MOEDA DESCONHECIDA OU INATIVA - "
                       "LANCAMENTO DESCARTADO"
                   MOVE "N" TO WS-CAMPO-OK
               END-IF
           END-IF.

       017-PROCURA-REFERENCIA.
           ADD 1 TO WS-IDX-REF
           IF WS-REF-REFERENCIA(WS-IDX-REF) = WS-LAN-REFERENCIA
              AND WS-REF-COMPANY(WS-IDX-REF) = WS-LAN-COMPANY
               SET REFERENCIA-EM-USO TO TRUE
           END-IF.

       018-PROCURA-EMPRESA.
           ADD 1 TO WS-IDX-EMP
           IF WS-EMP-CODIGO(WS-IDX-EMP) = WS-LAN-COMPANY
               SET EMPRESA-CADASTRADA TO TRUE
           END-IF.

       019-PROCURA-MOEDA.
           ADD 1 TO WS-IDX-MOE
           IF WS-MOE-CODIGO(WS-IDX-MOE) = WS-LAN-CURRENCY
               SET MOEDA-CADASTRADA TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Uma linha do lancamento, ou o comando FECHA / CANCELA.    *
      *-----------------------------------------------------------*
       020-DIGITA-LINHA.
           MOVE WS-LAN-DEBITOS  TO WS-DEBITOS-EDITADO
           MOVE WS-LAN-CREDITOS TO WS-CREDITOS-EDITADO
           DISPLAY "REF " WS-LAN-REFERENCIA " LINHAS " WS-LIN-QTDE
               " DB " WS-DEBITOS-EDITADO " CR " WS-CREDITOS-EDITADO
           DISPLAY "CONTA (8 DIGITOS), FECHA OU CANCELA:"
           MOVE SPACES TO WS-CAMPO-DIGITADO
           ACCEPT WS-CAMPO-DIGITADO
           EVALUATE WS-CAMPO-DIGITADO
               WHEN "FECHA"
                   PERFORM 025-FECHA-LANCAMENTO
               WHEN "CANCELA"
                   DISPLAY "LANCAMENTO " WS-LAN-REFERENCIA
                       " CANCELADO - " WS-LIN-QTDE
                       " LINHA(S) DESCARTADA(S)"
                   SET LANCAMENTO-ENCERRADO TO TRUE
               WHEN OTHER
                   PERFORM 021-MONTA-LINHA
           END-EVALUATE.

       021-MONTA-LINHA.
           IF WS-LIN-QTDE = 100
               DISPLAY "LANCAMENTO JA TEM 100 LINHAS - FECHE OU "
                   "CANCELE"
           ELSE
               MOVE WS-CAMPO-DIGITADO TO WS-CONTA-X
               PERFORM 022-VALIDA-CONTA
               IF CAMPO-VALIDO
                   DISPLAY "TIPO (D = DEBITO, C = CREDITO):"
                   MOVE SPACES TO WS-LIN-TIPO
                   ACCEPT WS-LIN-TIPO
                   IF NOT TIPO-VALIDO
                       DISPLAY "TIPO INVALIDO - LINHA DESCARTADA"
                       MOVE "N" TO WS-CAMPO-OK
                   END-IF
               END-IF
               IF CAMPO-VALIDO
                   IF CONTA-DE-DESPESA
                       DISPLAY "CENTRO DE CUSTO (OBRIGATORIO NA "
                           "CONTA DE DESPESA):"
                   ELSE
                       DISPLAY "CENTRO DE CUSTO (BRANCO SE NAO SE "
                           "APLICA):"
                   END-IF
                   MOVE SPACES TO WS-LIN-CCUSTO
                   ACCEPT WS-LIN-CCUSTO
                   PERFORM 027-VALIDA-CENTRO-CUSTO
               END-IF
               IF CAMPO-VALIDO
                   DISPLAY "VALOR (11 DIGITOS):"
                   MOVE SPACES TO WS-VALOR-X
                   ACCEPT WS-VALOR-X
                   IF WS-VALOR-X = SPACES
                      OR WS-VALOR-NUM IS NOT NUMERIC
                      OR WS-VALOR-NUM = ZEROES
                       DISPLAY "VALOR INVALIDO - LINHA DESCARTADA"
                       MOVE "N" TO WS-CAMPO-OK
                   ELSE
                       MOVE WS-VALOR-NUM TO WS-LIN-VALOR
                       PERFORM 023-CONFERE-ALCADA
                   END-IF
               END-IF
               IF CAMPO-VALIDO
                   PERFORM 024-GUARDA-LINHA
               END-IF
           END-IF.

       022-VALIDA-CONTA.
           MOVE "S" TO WS-CAMPO-OK
           MOVE "N" TO WS-CONTA-DESPESA
           IF WS-CONTA-X = SPACES
              OR WS-CONTA-NUM IS NOT NUMERIC
               DISPLAY "CONTA INVALIDA - LINHA DESCARTADA"
               MOVE "N" TO WS-CAMPO-OK
           ELSE
               MOVE WS-CONTA-NUM TO WS-LIN-CONTA
               IF VALIDA-CONTAS
                   MOVE ZEROES TO WS-IDX-CTA
                   MOVE "N" TO WS-CTA-ACHOU
                   PERFORM 042-PROCURA-CONTA
                       UNTIL CONTA-CADASTRADA
                       OR WS-IDX-CTA = WS-CTA-QTDE
                   IF NOT CONTA-CADASTRADA
                      OR WS-CTA-SITUACAO(WS-IDX-CTA) NOT = "A"
                       DISPLAY "CONTA " WS-LIN-CONTA " DESCONHECIDA "
                           "OU INATIVA NO PLANOCTA - LINHA DESCARTADA"
                       MOVE "N" TO WS-CAMPO-OK
                   ELSE
                       IF WS-CTA-TIPO(WS-IDX-CTA) = "S"
                           DISPLAY "CONTA " WS-LIN-CONTA " E SINTETICA "
                               "- NAO RECEBE LANCAMENTO - LINHA "
                               "DESCARTADA"
                           MOVE "N" TO WS-CAMPO-OK
                       END-IF
                       IF WS-CTA-CLASSE(WS-IDX-CTA) = "R"
                          AND WS-CTA-NATUREZA(WS-IDX-CTA) = "D"
                           SET CONTA-DE-DESPESA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       023-CONFERE-ALCADA.
           IF VALIDA-LIMITES AND WS-NIVEL-AUTORIDADE < 3
               MOVE ZEROES TO WS-IDX-LIM
               MOVE "N" TO WS-LIM-ACHOU
               PERFORM 055-PROCURA-LIMITE
                   UNTIL LIMITE-ENCONTRADO
                   OR WS-IDX-LIM = WS-LIM-QTDE
               IF LIMITE-ENCONTRADO
                   IF WS-LIM-TRANSACAO(WS-IDX-LIM) NOT = ZEROES
                      AND WS-LIN-VALOR > WS-LIM-TRANSACAO(WS-IDX-LIM)
                       MOVE WS-LIM-TRANSACAO(WS-IDX-LIM)
                           TO WS-VALOR-EDITADO
                       DISPLAY "VALOR ACIMA DA ALCADA DO OPERADOR ("
                           "LIMITE " WS-VALOR-EDITADO ") - LINHA "
                           "BLOQUEADA"
                       MOVE "N" TO WS-CAMPO-OK
                   END-IF
                   IF CAMPO-VALIDO AND WS-LIN-TIPO = "D"
                      AND WS-LIM-LOTE(WS-IDX-LIM) NOT = ZEROES
                      AND WS-LAN-DEBITOS + WS-LIN-VALOR >
                          WS-LIM-LOTE(WS-IDX-LIM)
                       MOVE WS-LIM-LOTE(WS-IDX-LIM)
                           TO WS-DEBITOS-EDITADO
                       DISPLAY "TOTAL DO LANCAMENTO ACIMA DA ALCADA "
                           "DO OPERADOR (LIMITE " WS-DEBITOS-EDITADO
                           ") - LINHA BLOQUEADA"
                       MOVE "N" TO WS-CAMPO-OK
                   END-IF
               END-IF
           END-IF.

       024-GUARDA-LINHA.
           MOVE SPACES TO GL-TRANS-REC
           MOVE WS-LIN-TIPO       TO GL-TIPO-TRANS
           MOVE WS-LAN-DATA       TO GL-DATA-TRANS
           MOVE WS-LIN-CONTA      TO GL-NUMERO-CONTA
           MOVE WS-LAN-REFERENCIA TO GL-REFERENCIA
           MOVE WS-LAN-COMPANY    TO GL-COMPANY-CODE
           MOVE WS-LAN-CURRENCY   TO GL-CURRENCY-CODE
           MOVE WS-LIN-VALOR      TO GL-VALOR-TRANS
           MOVE WS-LIN-CCUSTO     TO GL-CENTRO-CUSTO
           IF LANCAMENTO-COM-ESTORNO
               SET GL-ESTORNO-AUTOMATICO TO TRUE
           END-IF
           IF LANCAMENTO-DE-AJUSTE
               SET GL-AJUSTE-EXERCICIO TO TRUE
           END-IF
           ADD 1 TO WS-LIN-QTDE
           MOVE GL-TRANS-REC TO WS-LIN-DADOS(WS-LIN-QTDE)
           IF GL-DEBITO
               ADD WS-LIN-VALOR TO WS-LAN-DEBITOS
           ELSE
               ADD WS-LIN-VALOR TO WS-LAN-CREDITOS
           END-IF.

       025-FECHA-LANCAMENTO.
           COMPUTE WS-LAN-DIFERENCA = WS-LAN-DEBITOS - WS-LAN-CREDITOS
           EVALUATE TRUE
               WHEN WS-LIN-QTDE = ZEROES
                   DISPLAY "LANCAMENTO SEM LINHAS - DIGITE AS LINHAS "
                       "OU CANCELE"
               WHEN WS-LAN-DIFERENCA NOT = ZEROES
                   MOVE WS-LAN-DIFERENCA TO WS-DIFERENCA-EDITADO
                   DISPLAY "DEBITOS DIFEREM DOS CREDITOS EM "
                       WS-DIFERENCA-EDITADO " - LANCAMENTO NAO FECHA"
               WHEN WS-DET-QTDE + WS-LIN-QTDE > 500
                   DISPLAY "SESSAO EXCEDE 500 LINHAS - ENCERRE COM FIM"
                       " E DIGITE O RESTANTE EM NOVA SESSAO"
               WHEN WS-REF-QTDE = 500
                   DISPLAY "TABELA DE REFERENCIAS CHEIA - ENCERRE COM "
                       "FIM E DIGITE O RESTANTE EM NOVA SESSAO"
               WHEN OTHER
                   MOVE ZEROES TO WS-IDX-LIN
                   PERFORM 026-TRANSFERE-LINHA
                       UNTIL WS-IDX-LIN = WS-LIN-QTDE
                   ADD WS-LAN-DEBITOS  TO WS-SES-DEBITOS
                   ADD WS-LAN-CREDITOS TO WS-SES-CREDITOS
                   ADD 1 TO WS-QTDE-LANCAMENTOS
                   ADD 1 TO WS-REF-QTDE
                   MOVE WS-LAN-REFERENCIA
                       TO WS-REF-REFERENCIA(WS-REF-QTDE)
                   MOVE WS-LAN-COMPANY TO WS-REF-COMPANY(WS-REF-QTDE)
                   DISPLAY "LANCAMENTO " WS-LAN-REFERENCIA
                       " FECHADO - " WS-LIN-QTDE " LINHA(S)"
                   SET LANCAMENTO-ENCERRADO TO TRUE
           END-EVALUATE.

       026-TRANSFERE-LINHA.
           ADD 1 TO WS-IDX-LIN
           ADD 1 TO WS-DET-QTDE
           MOVE WS-LIN-DADOS(WS-IDX-LIN) TO WS-DET-DADOS(WS-DET-QTDE).

       027-VALIDA-CENTRO-CUSTO.
           IF WS-LIN-CCUSTO = SPACES
               IF CONTA-DE-DESPESA
                   DISPLAY "CONTA DE DESPESA EXIGE CENTRO DE CUSTO - "
                       "LINHA DESCARTADA"
                   MOVE "N" TO WS-CAMPO-OK
               END-IF
           ELSE
               IF VALIDA-CENTROS
                   MOVE ZEROES TO WS-IDX-CCU
                   MOVE "N" TO WS-CCU-ACHOU
                   PERFORM 045-PROCURA-CENTRO-CUSTO
                       UNTIL CENTRO-CADASTRADO
                       OR WS-IDX-CCU = WS-CCU-QTDE
                   IF NOT CENTRO-CADASTRADO
                      OR WS-CCU-SITUACAO(WS-IDX-CCU) NOT = "A"
                       DISPLAY "CENTRO DE CUSTO " WS-LIN-CCUSTO
                           " DESCONHECIDO OU INATIVO NO CCUSTO - "
                           "LINHA DESCARTADA"
                       MOVE "N" TO WS-CAMPO-OK
                   END-IF
               END-IF
           END-IF.

       035-CARREGA-PERIODOS.
           OPEN INPUT PERIODOS-FILE
           EVALUATE WS-FS-PERIODOS
               WHEN "00"
                   SET CONTROLA-PERIODOS TO TRUE
                   PERFORM 036-LE-PERIODO UNTIL FIM-DE-PERIODOS
                   CLOSE PERIODOS-FILE
               WHEN "35"
                   DISPLAY "PERIODOS NAO ENCONTRADO - SEM CONTROLE "
                       "DE PERIODO CONTABIL"
               WHEN OTHER
                   MOVE WS-FS-PERIODOS TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PERIODOS" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       036-LE-PERIODO.
           READ PERIODOS-FILE
               AT END
                   SET FIM-DE-PERIODOS TO TRUE
               NOT AT END
                   IF WS-PER-QTDE = 120
                       MOVE "PERIODOS EXCEDE A TABELA DE 120 PERIODOS"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-PER-QTDE
                   MOVE PD-PERIODO  TO WS-PER-PERIODO(WS-PER-QTDE)
                   MOVE PD-SITUACAO TO WS-PER-SITUACAO(WS-PER-QTDE)
                   MOVE PD-COMPANY-CODE
                       TO WS-PER-COMPANY(WS-PER-QTDE)
           END-READ.

      *-----------------------------------------------------------*
      * A linha do PERIODOS da propria empresa prevalece; a linha *
      * generica (empresa em branco) so vale quando a empresa nao *
      * tem linha propria para o periodo.                         *
      *-----------------------------------------------------------*
       037-PROCURA-PERIODO.
           ADD 1 TO WS-IDX-PER
           IF WS-PER-PERIODO(WS-IDX-PER) = WS-LAN-PERIODO
               IF WS-PER-COMPANY(WS-IDX-PER) = WS-LAN-COMPANY
                   SET PERIODO-CADASTRADO TO TRUE
               ELSE
                   IF WS-PER-COMPANY(WS-IDX-PER) = SPACES
                      AND WS-IDX-PER-GERAL = ZEROES
                       MOVE WS-IDX-PER TO WS-IDX-PER-GERAL
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * Ajuste de encerramento: so no ultimo mes do exercicio de  *
      * empresa com periodo 13 no calendario fiscal (CALFISC); o  *
      * periodo conferido passa a ser o AAAA13 da empresa.        *
      *-----------------------------------------------------------*
       074-POSICIONA-AJUSTE.
           SET FS-POSICIONA-PERIODO TO TRUE
           MOVE WS-LAN-COMPANY TO FS-COMPANY-CODE
           MOVE WS-LAN-PERIODO TO FS-PERIODO
           CALL "FISCSVC" USING FS-PARAMETROS
               ON EXCEPTION
                   MOVE "FISCSVC INDISPONIVEL" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-CALL
           IF FS-RETORNO-OK AND FS-PERIODO-FISCAL = 12
              AND FS-COM-AJUSTE
               MOVE FS-PERIODO-AJUSTE TO WS-LAN-PERIODO
           ELSE
               DISPLAY "AJUSTE DE EXERCICIO SO NO ULTIMO MES DO "
                   "EXERCICIO DE EMPRESA COM PERIODO 13 - "
                   "LANCAMENTO DESCARTADO"
               MOVE "N" TO WS-CAMPO-OK
           END-IF.

       040-CARREGA-PLANO-CONTAS.
           OPEN INPUT PLANO-CONTAS-FILE
           EVALUATE WS-FS-PLANOCTA
               WHEN "00"
                   SET VALIDA-CONTAS TO TRUE
                   PERFORM 041-LE-CONTA UNTIL FIM-DO-PLANOCTA
                   CLOSE PLANO-CONTAS-FILE
               WHEN "35"
                   DISPLAY "PLANOCTA NAO ENCONTRADO - CONTA SEM "
                       "VALIDACAO"
               WHEN OTHER
                   MOVE WS-FS-PLANOCTA TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PLANOCTA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       041-LE-CONTA.
           READ PLANO-CONTAS-FILE
               AT END
                   SET FIM-DO-PLANOCTA TO TRUE
               NOT AT END
                   IF WS-CTA-QTDE = 200
                       MOVE "PLANOCTA EXCEDE A TABELA DE 200 CONTAS"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-CTA-QTDE
                   MOVE PC-NUMERO-CONTA TO WS-CTA-NUMERO(WS-CTA-QTDE)
                   MOVE PC-SITUACAO     TO WS-CTA-SITUACAO(WS-CTA-QTDE)
                   MOVE PC-NATUREZA     TO WS-CTA-NATUREZA(WS-CTA-QTDE)
                   MOVE PC-CLASSE       TO WS-CTA-CLASSE(WS-CTA-QTDE)
                   MOVE PC-TIPO-CONTA   TO WS-CTA-TIPO(WS-CTA-QTDE)
           END-READ.

       042-PROCURA-CONTA.
           ADD 1 TO WS-IDX-CTA
           IF WS-CTA-NUMERO(WS-IDX-CTA) = WS-LIN-CONTA
               SET CONTA-CADASTRADA TO TRUE
           END-IF.

       043-CARREGA-CENTROS-CUSTO.
           OPEN INPUT CENTRO-CUSTO-FILE
           EVALUATE WS-FS-CCUSTO
               WHEN "00"
                   SET VALIDA-CENTROS TO TRUE
                   PERFORM 044-LE-CENTRO-CUSTO UNTIL FIM-DO-CCUSTO
                   CLOSE CENTRO-CUSTO-FILE
               WHEN "35"
                   DISPLAY "CCUSTO NAO ENCONTRADO - CENTRO DE CUSTO "
                       "SEM VALIDACAO"
               WHEN OTHER
                   MOVE WS-FS-CCUSTO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CCUSTO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       044-LE-CENTRO-CUSTO.
           READ CENTRO-CUSTO-FILE
               AT END
                   SET FIM-DO-CCUSTO TO TRUE
               NOT AT END
                   IF WS-CCU-QTDE = 200
                       MOVE "CCUSTO EXCEDE A TABELA DE 200 CENTROS"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-CCU-QTDE
                   MOVE CC-CODIGO   TO WS-CCU-CODIGO(WS-CCU-QTDE)
                   MOVE CC-SITUACAO TO WS-CCU-SITUACAO(WS-CCU-QTDE)
           END-READ.

       045-PROCURA-CENTRO-CUSTO.
           ADD 1 TO WS-IDX-CCU
           IF WS-CCU-CODIGO(WS-IDX-CCU) = WS-LIN-CCUSTO
               SET CENTRO-CADASTRADO TO TRUE
           END-IF.

       049-CARREGA-LIMITES.
           OPEN INPUT LIMITES-FILE
           EVALUATE WS-FS-LIMITES
               WHEN "00"
                   SET VALIDA-LIMITES TO TRUE
                   PERFORM 054-LE-LIMITE UNTIL FIM-DE-LIMITES
                   CLOSE LIMITES-FILE
               WHEN "35"
                   DISPLAY "LIMITES NAO ENCONTRADO - ALCADA SEM "
                       "LIMITE DE VALOR"
               WHEN OTHER
                   MOVE WS-FS-LIMITES TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR LIMITES" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       054-LE-LIMITE.
           READ LIMITES-FILE
               AT END
                   SET FIM-DE-LIMITES TO TRUE
               NOT AT END
                   IF WS-LIM-QTDE = 20
                       MOVE "MESTRE LIMITES EXCEDE A TABELA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-LIM-QTDE
                   MOVE LM-COMPANY-CODE
                       TO WS-LIM-COMPANY(WS-LIM-QTDE)
                   MOVE LM-CURRENCY-CODE
                       TO WS-LIM-CURRENCY(WS-LIM-QTDE)
                   MOVE LM-LIMITE-TRANSACAO
                       TO WS-LIM-TRANSACAO(WS-LIM-QTDE)
                   MOVE LM-LIMITE-LOTE
                       TO WS-LIM-LOTE(WS-LIM-QTDE)
           END-READ.

       055-PROCURA-LIMITE.
           ADD 1 TO WS-IDX-LIM
           IF WS-LIM-COMPANY(WS-IDX-LIM) = WS-LAN-COMPANY
              AND WS-LIM-CURRENCY(WS-IDX-LIM) = WS-LAN-CURRENCY
               SET LIMITE-ENCONTRADO TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * GLTRANS existente: conferido contra o proprio trailer e   *
      * copiado para o arquivo de trabalho antes da digitacao,    *
      * guardando as referencias ja usadas por empresa. Linha     *
      * gerada que sobrou de arquivo ja postado (as linhas da     *
      * origem/periodo nao somam o mesmo que os registros "E" do  *
      * GLREGIST) recusa a digitacao: o ADD05 esvazia o GLTRANS   *
      * ao postar, e acrescentar a ele postaria tudo de novo.     *
      *-----------------------------------------------------------*
       060-COPIA-GLTRANS-ATUAL.
           OPEN OUTPUT GL-TRABALHO-FILE
           IF WS-FS-TRABALHO NOT = "00"
               MOVE WS-FS-TRABALHO TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR ENTGLWRK" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           OPEN INPUT GL-TRANS-FILE
           EVALUATE WS-FS-GLTRANS
               WHEN "00"
                   PERFORM 061-LE-GLTRANS-ATUAL UNTIL FIM-DO-GLTRANS
                   CLOSE GL-TRANS-FILE
                   IF WS-GLT-QTDE > ZEROES
                       AND NOT GLTRANS-COM-TRAILER
                       MOVE "GLTRANS EXISTENTE SEM TRAILER DE CONTROLE"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   IF WS-GLO-QTDE > ZEROES
                       PERFORM 065-CONFERE-ORIGENS-GLTRANS
                   END-IF
                   DISPLAY "GLTRANS DO DIA: " WS-GLT-QTDE
                       " LANCAMENTO(S) MANTIDO(S)"
               WHEN "35"
                   DISPLAY "GLTRANS DO DIA: NENHUM - SERA CRIADO"
               WHEN OTHER
                   MOVE WS-FS-GLTRANS TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLTRANS" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           CLOSE GL-TRABALHO-FILE.

       061-LE-GLTRANS-ATUAL.
           READ GL-TRANS-FILE
               AT END
                   SET FIM-DO-GLTRANS TO TRUE
               NOT AT END
                   IF GL-TRAILER
                       SET GLTRANS-COM-TRAILER TO TRUE
                       SET FIM-DO-GLTRANS TO TRUE
                       IF GL-TOTAL-DEBITOS NOT = WS-GLT-DEBITOS
                          OR GL-TOTAL-CREDITOS NOT = WS-GLT-CREDITOS
                           MOVE "GLTRANS EXISTENTE NAO CONFERE"
                               TO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                       END-IF
                   ELSE
                       ADD 1 TO WS-GLT-QTDE
                       IF GL-DEBITO
                           ADD GL-VALOR-TRANS TO WS-GLT-DEBITOS
                       ELSE
                           ADD GL-VALOR-TRANS TO WS-GLT-CREDITOS
                       END-IF
                       PERFORM 062-GUARDA-REFERENCIA
                       IF GL-SISTEMA-ORIGEM NOT = SPACES
                           PERFORM 063-ACUMULA-ORIGEM-GLTRANS
                       END-IF
                       MOVE GL-TRANS-REC TO GL-TRABALHO-REC
                       WRITE GL-TRABALHO-REC
                   END-IF
           END-READ.

       062-GUARDA-REFERENCIA.
           MOVE GL-REFERENCIA   TO WS-LAN-REFERENCIA
           MOVE GL-COMPANY-CODE TO WS-LAN-COMPANY
           MOVE ZEROES TO WS-IDX-REF
           MOVE "N" TO WS-REF-ACHOU
           PERFORM 017-PROCURA-REFERENCIA
               UNTIL REFERENCIA-EM-USO OR WS-IDX-REF = WS-REF-QTDE
           IF NOT REFERENCIA-EM-USO
               IF WS-REF-QTDE = 500
                   MOVE "GLTRANS EXCEDE A TABELA DE 500 REFERENCIAS"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-REF-QTDE
               MOVE GL-REFERENCIA   TO WS-REF-REFERENCIA(WS-REF-QTDE)
               MOVE GL-COMPANY-CODE TO WS-REF-COMPANY(WS-REF-QTDE)
           END-IF.

       063-ACUMULA-ORIGEM-GLTRANS.
           MOVE ZEROES TO WS-PERIODO-LINHA
           IF GL-DATA-TRANS IS NUMERIC
               COMPUTE WS-PERIODO-LINHA = GL-DATA-TRANS / 100
           END-IF
           MOVE ZEROES TO WS-IDX-GLO
           MOVE "N" TO WS-GLO-ACHOU
           PERFORM 064-PROCURA-ORIGEM-GLTRANS
               UNTIL ORIGEM-GLTRANS-ENCONTRADA
               OR WS-IDX-GLO = WS-GLO-QTDE
           IF NOT ORIGEM-GLTRANS-ENCONTRADA
               IF WS-GLO-QTDE = 20
                   MOVE "MAIS DE 20 ARQUIVOS GERADOS NO GLTRANS"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-GLO-QTDE
               MOVE WS-GLO-QTDE TO WS-IDX-GLO
               MOVE GL-SISTEMA-ORIGEM TO WS-GLO-PROGRAMA(WS-IDX-GLO)
               MOVE WS-PERIODO-LINHA  TO WS-GLO-PERIODO(WS-IDX-GLO)
               MOVE ZEROES TO WS-GLO-DEBITOS(WS-IDX-GLO)
                   WS-GLO-CREDITOS(WS-IDX-GLO)
                   WS-GLO-REG-DEBITOS(WS-IDX-GLO)
                   WS-GLO-REG-CREDITOS(WS-IDX-GLO)
           END-IF
           IF GL-DEBITO
               ADD GL-VALOR-TRANS TO WS-GLO-DEBITOS(WS-IDX-GLO)
           ELSE
               ADD GL-VALOR-TRANS TO WS-GLO-CREDITOS(WS-IDX-GLO)
           END-IF.

       064-PROCURA-ORIGEM-GLTRANS.
           ADD 1 TO WS-IDX-GLO
           IF WS-GLO-PROGRAMA(WS-IDX-GLO) = GL-SISTEMA-ORIGEM
              AND WS-GLO-PERIODO(WS-IDX-GLO) = WS-PERIODO-LINHA
               SET ORIGEM-GLTRANS-ENCONTRADA TO TRUE
           END-IF.

       065-CONFERE-ORIGENS-GLTRANS.
           OPEN INPUT REGISTRO-FILE
           EVALUATE WS-FS-REGISTRO
               WHEN "00"
                   PERFORM 066-LE-REGISTRO UNTIL FIM-DO-REGISTRO
                   CLOSE REGISTRO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-REGISTRO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLREGIST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           MOVE ZEROES TO WS-IDX-GLO
           PERFORM 067-CONFERE-UMA-ORIGEM
               UNTIL WS-IDX-GLO = WS-GLO-QTDE.

       066-LE-REGISTRO.
           READ REGISTRO-FILE
               AT END
                   SET FIM-DO-REGISTRO TO TRUE
               NOT AT END
                   IF RG-ENCAMINHADO
                       PERFORM 069-SOMA-REGISTRO-GLTRANS
                   END-IF
           END-READ.

       067-CONFERE-UMA-ORIGEM.
           ADD 1 TO WS-IDX-GLO
           IF WS-GLO-REG-DEBITOS(WS-IDX-GLO)
                  NOT = WS-GLO-DEBITOS(WS-IDX-GLO)
              OR WS-GLO-REG-CREDITOS(WS-IDX-GLO)
                  NOT = WS-GLO-CREDITOS(WS-IDX-GLO)
               DISPLAY "GLTRANS COM LINHAS DE "
                   WS-GLO-PROGRAMA(WS-IDX-GLO) " PERIODO "
                   WS-GLO-PERIODO(WS-IDX-GLO)
                   " SEM REGISTRO ENCAMINHADO NO GLREGIST"
               MOVE "GLTRANS CONTEM LINHAS JA POSTADAS - VER GLREGIST"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       068-PROCURA-REGISTRO-GLTRANS.
           ADD 1 TO WS-IDX-GLO
           IF WS-GLO-PROGRAMA(WS-IDX-GLO) = RG-PROGRAMA-ORIGEM
              AND WS-GLO-PERIODO(WS-IDX-GLO) = RG-PERIODO
               SET ORIGEM-GLTRANS-ENCONTRADA TO TRUE
           END-IF.

       069-SOMA-REGISTRO-GLTRANS.
           MOVE ZEROES TO WS-IDX-GLO
           MOVE "N" TO WS-GLO-ACHOU
           PERFORM 068-PROCURA-REGISTRO-GLTRANS
               UNTIL ORIGEM-GLTRANS-ENCONTRADA
               OR WS-IDX-GLO = WS-GLO-QTDE
           IF ORIGEM-GLTRANS-ENCONTRADA
               ADD RG-TOTAL-DEBITOS  TO WS-GLO-REG-DEBITOS(WS-IDX-GLO)
               ADD RG-TOTAL-CREDITOS TO WS-GLO-REG-CREDITOS(WS-IDX-GLO)
           END-IF.

      *-----------------------------------------------------------*
      * GLTRANS reconstruido: existente + lancamentos fechados na *
      * sessao + trailer novo com os totais somados.              *
      *-----------------------------------------------------------*
       070-GRAVA-GLTRANS.
           OPEN INPUT GL-TRABALHO-FILE
           IF WS-FS-TRABALHO NOT = "00"
               MOVE WS-FS-TRABALHO TO WS-FS-ERRO
               MOVE "FALHA AO REABRIR ENTGLWRK" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           OPEN OUTPUT GL-TRANS-FILE
           IF WS-FS-GLTRANS NOT = "00"
               MOVE WS-FS-GLTRANS TO WS-FS-ERRO
               MOVE "FALHA AO GRAVAR GLTRANS" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 071-COPIA-TRABALHO UNTIL FIM-DO-TRABALHO
           CLOSE GL-TRABALHO-FILE
           MOVE ZEROES TO WS-IDX-DET
           PERFORM 072-GRAVA-DETALHE UNTIL WS-IDX-DET = WS-DET-QTDE
           MOVE SPACES TO GL-TRANS-REC
           MOVE "T" TO GL-TIPO-TRANS
           COMPUTE GL-TOTAL-DEBITOS = WS-GLT-DEBITOS + WS-SES-DEBITOS
           COMPUTE GL-TOTAL-CREDITOS =
               WS-GLT-CREDITOS + WS-SES-CREDITOS
           ACCEPT GL-SEQ-DATA FROM DATE YYYYMMDD
           ACCEPT GL-SEQ-HORA FROM TIME
           WRITE GL-TRAILER-REC
           CLOSE GL-TRANS-FILE.

       071-COPIA-TRABALHO.
           READ GL-TRABALHO-FILE
               AT END
                   SET FIM-DO-TRABALHO TO TRUE
               NOT AT END
                   MOVE GL-TRABALHO-REC TO GL-TRANS-REC
                   WRITE GL-TRANS-REC
           END-READ.

       072-GRAVA-DETALHE.
           ADD 1 TO WS-IDX-DET
           MOVE WS-DET-DADOS(WS-IDX-DET) TO GL-TRANS-REC
           WRITE GL-TRANS-REC.

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
