       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATVMAINT.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: manutencao do cadastro   *
      *              de bens do ativo imobilizado ATIVOS          *
      *              (ATIVO.CPY) por cartoes ATVPARM, no molde do *
      *              CCUMAINT. Acoes: "A" inclui (chave empresa + *
      *              codigo nao pode existir; depreciacao         *
      *              acumulada e ultimo periodo depreciado        *
      *              opcionais, para trazer o bem de um controle  *
      *              anterior), "C" altera (custo e data de       *
      *              entrada em servico travados depois do        *
      *              primeiro mes depreciado) e "B" informa a     *
      *              baixa - data e valor de venda - deixando o   *
      *              bem "P" ate o DEPREC01 contabilizar. Empresa *
      *              ativa no EMPRESA (a moeda vem dela), contas  *
      *              ativas e analiticas no PLANOCTA (bem e       *
      *              acumulada patrimoniais, despesa de           *
      *              resultado) e centro de custo ativo no        *
      *              CCUSTO. Operador do OPERCARD validado no     *
      *              OPERMAST e cada alteracao aplicada           *
      *              acrescenta a trilha MNTAUDIT com as imagens  *
      *              ANTES e DEPOIS.                              *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Sign-on do OPERCARD (OPERCARD.CPY: ID,   *
      *              senha e senha nova) conferido pelo servico    *
      *              SENHASVC antes da validacao no OPERMAST;      *
      *              senha invalida, operador bloqueado ou senha   *
      *              expirada sem troca encerram o programa.       *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "ATVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT MESTRE-FILE ASSIGN TO "ATIVOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESTRE.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESA.
           SELECT PLANO-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANO.
           SELECT CCUSTO-FILE ASSIGN TO "CCUSTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CCUSTO.
           SELECT OPERADOR-FILE ASSIGN TO "OPERCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERMAST.
           SELECT MANUTENCAO-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MNTAUD.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-ACAO                PIC X(01).
               88 PA-ACAO-INCLUIR        VALUE "A".
               88 PA-ACAO-ALTERAR        VALUE "C".
               88 PA-ACAO-BAIXAR         VALUE "B".
           05 PA-COMPANY-CODE        PIC X(03).
           05 PA-CODIGO              PIC X(08).
           05 PA-DESCRICAO           PIC X(25).
           05 PA-CONTA-ATIVO         PIC 9(08).
           05 PA-CONTA-DEPREC-ACUM   PIC 9(08).
           05 PA-CONTA-DESPESA       PIC 9(08).
           05 PA-CENTRO-CUSTO        PIC X(06).
           05 PA-VALOR-CUSTO         PIC 9(11)V99.
           05 PA-DATA-INICIO         PIC 9(08).
           05 PA-VIDA-UTIL-MESES     PIC 9(03).
           05 PA-METODO              PIC X(01).
           05 PA-DEPREC-INICIAL      PIC X(13).
           05 PA-DEPREC-INICIAL-NUM  REDEFINES PA-DEPREC-INICIAL
                                     PIC 9(11)V99.
           05 PA-ULTIMO-PERIODO      PIC X(06).
           05 PA-ULTIMO-PERIODO-NUM  REDEFINES PA-ULTIMO-PERIODO
                                     PIC 9(06).
           05 PA-DATA-BAIXA          PIC 9(08).
           05 PA-VALOR-BAIXA         PIC X(13).
           05 PA-VALOR-BAIXA-NUM     REDEFINES PA-VALOR-BAIXA
                                     PIC 9(11)V99.
       FD  MESTRE-FILE.
           COPY ATIVO.
       FD  EMPRESA-FILE.
           COPY EMPRESA.
       FD  PLANO-FILE.
           COPY PLANOCTA.
       FD  CCUSTO-FILE.
           COPY CCUSTO.
       FD  OPERADOR-FILE.
           COPY OPERCARD.
       FD  OPERADOR-MASTER-FILE.
           COPY OPERMAST.
       FD  MANUTENCAO-FILE.
           COPY MNTAUD.
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY CADEIA.
           COPY SENHASVC.

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-MESTRE              PIC X(02).
       01  WS-FS-EMPRESA             PIC X(02).
       01  WS-FS-PLANO               PIC X(02).
       01  WS-FS-CCUSTO              PIC X(02).
       01  WS-FS-OPERADOR            PIC X(02).
       01  WS-FS-OPERMAST            PIC X(02).
       01  WS-FS-MNTAUD              PIC X(02).
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-PERIODO-ATUAL          PIC 9(06) VALUE ZEROES.
       01  WS-OPERADOR-ID            PIC X(08) VALUE "BATCH".
       01  WS-EOF-OPERMAST           PIC X(01) VALUE "N".
           88 FIM-DO-OPERMAST        VALUE "S".
       01  WS-OPER-ACHOU             PIC X(01) VALUE "N".
           88 OPERADOR-CADASTRADO    VALUE "S".

       01  WS-EOF-PARM               PIC X(01) VALUE "N".
           88 FIM-DE-CARTOES         VALUE "S".
       01  WS-EOF-MESTRE             PIC X(01) VALUE "N".
           88 FIM-DO-MESTRE          VALUE "S".
       01  WS-EOF-EMPRESA            PIC X(01) VALUE "N".
           88 FIM-DO-EMPRESA         VALUE "S".
       01  WS-EOF-PLANO              PIC X(01) VALUE "N".
           88 FIM-DO-PLANO           VALUE "S".
       01  WS-EOF-CCUSTO             PIC X(01) VALUE "N".
           88 FIM-DO-CCUSTO          VALUE "S".

       01  WS-TABELA-MESTRE.
           05 WS-TAB-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-TAB-ENTRADA         OCCURS 500 TIMES.
               10 WS-TAB-IMAGEM      PIC X(135).
       01  WS-IDX-TAB                PIC 9(03) VALUE ZEROES.
       01  WS-TAB-ACHOU              PIC X(01) VALUE "N".
           88 REGISTRO-CADASTRADO    VALUE "S".

      * Cadastros de referencia para a validacao dos cartoes
       01  WS-TABELA-EMPRESAS.
           05 WS-EMP-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-EMP-ENTRADA         OCCURS 50 TIMES.
               10 WS-EMP-CODIGO      PIC X(03).
               10 WS-EMP-SITUACAO    PIC X(01).
               10 WS-EMP-MOEDA       PIC X(03).
       01  WS-IDX-EMP                PIC 9(02) VALUE ZEROES.
       01  WS-EMP-ACHOU              PIC X(01) VALUE "N".
           88 EMPRESA-ENCONTRADA     VALUE "S".

       01  WS-TABELA-PLANO.
           05 WS-PLA-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-PLA-ENTRADA         OCCURS 2000 TIMES.
               10 WS-PLA-CONTA       PIC 9(08).
               10 WS-PLA-SITUACAO    PIC X(01).
               10 WS-PLA-CLASSE      PIC X(01).
               10 WS-PLA-TIPO        PIC X(01).
       01  WS-IDX-PLA                PIC 9(04) VALUE ZEROES.
       01  WS-PLA-ACHOU              PIC X(01) VALUE "N".
           88 CONTA-ENCONTRADA       VALUE "S".
       01  WS-CONTA-PROCURADA        PIC 9(08) VALUE ZEROES.
       01  WS-CLASSE-EXIGIDA         PIC X(01) VALUE SPACES.
       01  WS-PAPEL-CONTA            PIC X(20) VALUE SPACES.

       01  WS-TABELA-CCUSTO.
           05 WS-CCU-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-CCU-ENTRADA         OCCURS 200 TIMES.
               10 WS-CCU-CODIGO      PIC X(06).
               10 WS-CCU-SITUACAO    PIC X(01).
       01  WS-IDX-CCU                PIC 9(03) VALUE ZEROES.
       01  WS-CCU-ACHOU              PIC X(01) VALUE "N".
           88 CENTRO-ENCONTRADO      VALUE "S".

       01  WS-MOEDA-EMPRESA          PIC X(03) VALUE SPACES.
       01  WS-DEPREC-INICIAL         PIC 9(11)V99 VALUE ZEROES.
       01  WS-ULTIMO-PERIODO         PIC 9(06) VALUE ZEROES.
       01  WS-VALOR-BAIXA            PIC 9(11)V99 VALUE ZEROES.
       01  WS-PERIODO-INICIO         PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-BAIXA          PIC 9(06) VALUE ZEROES.
       01  WS-ANO-VALIDA             PIC 9(04) VALUE ZEROES.
       01  WS-MES-VALIDA             PIC 9(02) VALUE ZEROES.

       01  WS-IMAGEM-ANTES           PIC X(150) VALUE SPACES.
       01  WS-IMAGEM-DEPOIS          PIC X(150) VALUE SPACES.

       01  WS-QTDE-CARTOES           PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-INCLUIDOS         PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-ALTERADOS         PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-BAIXADOS          PIC 9(03) VALUE ZEROES.
       01  WS-ARQUIVO-MUDOU          PIC X(01) VALUE "N".
           88 MESTRE-ALTERADO        VALUE "S".

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "ATVMAINT".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           COMPUTE WS-PERIODO-ATUAL = WS-DATA-ATUAL-NUM / 100
           PERFORM 002-CAPTURA-OPERADOR
           PERFORM 020-CARREGA-EMPRESAS
           PERFORM 022-CARREGA-PLANO
           PERFORM 024-CARREGA-CCUSTO
           PERFORM 005-CARREGA-MESTRE
           PERFORM 007-PROCESSA-CARTOES
           IF MESTRE-ALTERADO
               PERFORM 015-REGRAVA-MESTRE
           END-IF
           DISPLAY "ATVMAINT - CARTOES: " WS-QTDE-CARTOES
               " INCLUIDOS: " WS-QTDE-INCLUIDOS
               " ALTERADOS: " WS-QTDE-ALTERADOS
               " BAIXAS: " WS-QTDE-BAIXADOS
           GOBACK.

       002-CAPTURA-OPERADOR.
           OPEN INPUT OPERADOR-FILE
           EVALUATE WS-FS-OPERADOR
               WHEN "00"
                   READ OPERADOR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OC-OPERADOR-ID TO WS-OPERADOR-ID
                           PERFORM 034-CONFERE-SENHA
                   END-READ
                   CLOSE OPERADOR-FILE
               WHEN "35"
                   MOVE "OPERCARD AUSENTE - MANUTENCAO EXIGE SIGN-ON"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-OPERADOR TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR OPERCARD" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           PERFORM 003-VALIDA-OPERADOR
           DISPLAY "OPERADOR DA MANUTENCAO: " WS-OPERADOR-ID.

       034-CONFERE-SENHA.
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
                   MOVE "OPERMAST AUSENTE - MANUTENCAO IMPOSSIVEL"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-OPERMAST TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR OPERMAST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       004-LE-OPERADOR-MASTER.
           READ OPERADOR-MASTER-FILE
               AT END
                   SET FIM-DO-OPERMAST TO TRUE
               NOT AT END
                   IF OP-ID = WS-OPERADOR-ID
                       SET OPERADOR-CADASTRADO TO TRUE
                       IF OP-SITUACAO NOT = "A"
                           MOVE SPACES TO WS-MSG-ERRO
                           STRING "OPERADOR INATIVO NO OPERMAST: "
                               WS-OPERADOR-ID DELIMITED BY SIZE
                               INTO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                       END-IF
                   END-IF
           END-READ.

       005-CARREGA-MESTRE.
           OPEN INPUT MESTRE-FILE
           EVALUATE WS-FS-MESTRE
               WHEN "00"
                   PERFORM 006-LE-MESTRE UNTIL FIM-DO-MESTRE
                   CLOSE MESTRE-FILE
               WHEN "35"
                   DISPLAY "ATIVOS AINDA NAO EXISTE - SERA CRIADO"
               WHEN OTHER
                   MOVE WS-FS-MESTRE TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR ATIVOS" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       006-LE-MESTRE.
           READ MESTRE-FILE
               AT END
                   SET FIM-DO-MESTRE TO TRUE
               NOT AT END
                   IF WS-TAB-QTDE = 500
                       MOVE "ATIVOS EXCEDE A TABELA" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-TAB-QTDE
                   MOVE AF-ATIVO-REC TO WS-TAB-IMAGEM(WS-TAB-QTDE)
           END-READ.

       007-PROCESSA-CARTOES.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM NOT = "00"
               MOVE WS-FS-PARM TO WS-FS-ERRO
               MOVE "CARTAO ATVPARM AUSENTE - NADA A MANTER"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 008-LE-CARTAO UNTIL FIM-DE-CARTOES
           CLOSE PARM-FILE
           IF WS-QTDE-CARTOES = ZEROES
               MOVE "CARTAO ATVPARM VAZIO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       008-LE-CARTAO.
           READ PARM-FILE
               AT END
                   SET FIM-DE-CARTOES TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-CARTOES
                   PERFORM 009-APLICA-CARTAO
           END-READ.

       009-APLICA-CARTAO.
           IF NOT PA-ACAO-INCLUIR AND NOT PA-ACAO-ALTERAR
              AND NOT PA-ACAO-BAIXAR
               MOVE "ACAO DO CARTAO INVALIDA - USE A, C OU B"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF PA-COMPANY-CODE = SPACES OR PA-CODIGO = SPACES
               MOVE "EMPRESA OU CODIGO DO BEM EM BRANCO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 011-PROCURA-REGISTRO
           EVALUATE TRUE
               WHEN PA-ACAO-INCLUIR
                   IF REGISTRO-CADASTRADO
                       MOVE "INCLUSAO DE CHAVE JA CADASTRADA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   PERFORM 010-VALIDA-CARTAO
                   PERFORM 012-INCLUI-REGISTRO
               WHEN PA-ACAO-ALTERAR
                   IF NOT REGISTRO-CADASTRADO
                       MOVE "ALTERACAO DE CHAVE NAO CADASTRADA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   PERFORM 010-VALIDA-CARTAO
                   PERFORM 013-ALTERA-REGISTRO
               WHEN PA-ACAO-BAIXAR
                   IF NOT REGISTRO-CADASTRADO
                       MOVE "BAIXA DE CHAVE NAO CADASTRADA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   PERFORM 026-VALIDA-BAIXA
                   PERFORM 014-BAIXA-REGISTRO
           END-EVALUATE
           SET MESTRE-ALTERADO TO TRUE.

      *-----------------------------------------------------------*
      * Inclusao e alteracao: todos os dados do bem conferidos    *
      * contra os cadastros de referencia. Na alteracao o         *
      * registro atual ja esta em AF-ATIVO-REC (011).             *
      *-----------------------------------------------------------*
       010-VALIDA-CARTAO.
           IF PA-DESCRICAO = SPACES
               MOVE "DESCRICAO DO BEM EM BRANCO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 021-VALIDA-EMPRESA
           IF PA-CONTA-ATIVO IS NOT NUMERIC
              OR PA-CONTA-DEPREC-ACUM IS NOT NUMERIC
              OR PA-CONTA-DESPESA IS NOT NUMERIC
               MOVE "CONTA DO BEM NAO NUMERICA" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE PA-CONTA-ATIVO TO WS-CONTA-PROCURADA
           MOVE "P" TO WS-CLASSE-EXIGIDA
           MOVE "CONTA DO BEM" TO WS-PAPEL-CONTA
           PERFORM 023-VALIDA-CONTA
           MOVE PA-CONTA-DEPREC-ACUM TO WS-CONTA-PROCURADA
           MOVE "P" TO WS-CLASSE-EXIGIDA
           MOVE "CONTA ACUMULADA" TO WS-PAPEL-CONTA
           PERFORM 023-VALIDA-CONTA
           MOVE PA-CONTA-DESPESA TO WS-CONTA-PROCURADA
           MOVE "R" TO WS-CLASSE-EXIGIDA
           MOVE "CONTA DE DESPESA" TO WS-PAPEL-CONTA
           PERFORM 023-VALIDA-CONTA
           PERFORM 025-VALIDA-CENTRO
           IF PA-VALOR-CUSTO IS NOT NUMERIC
              OR PA-VALOR-CUSTO = ZEROES
               MOVE "CUSTO DO BEM AUSENTE OU NAO NUMERICO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF PA-DATA-INICIO IS NOT NUMERIC
               MOVE "DATA DE ENTRADA EM SERVICO NAO NUMERICA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(PA-DATA-INICIO)
               NOT = ZEROES
               MOVE "DATA DE ENTRADA EM SERVICO INVALIDA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           COMPUTE WS-PERIODO-INICIO = PA-DATA-INICIO / 100
           IF PA-VIDA-UTIL-MESES IS NOT NUMERIC
              OR PA-VIDA-UTIL-MESES = ZEROES
               MOVE "VIDA UTIL EM MESES AUSENTE OU NAO NUMERICA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF PA-METODO NOT = "L" AND PA-METODO NOT = "D"
               MOVE "METODO DE DEPRECIACAO INVALIDO - USE L OU D"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF PA-ACAO-INCLUIR
               PERFORM 027-VALIDA-SALDO-INICIAL
           ELSE
               IF NOT AF-BEM-EM-USO
                   MOVE "ALTERACAO DE BEM BAIXADO OU EM BAIXA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               IF AF-ULTIMO-PERIODO NOT = ZEROES
                  AND (PA-VALOR-CUSTO NOT = AF-VALOR-CUSTO
                   OR PA-DATA-INICIO NOT = AF-DATA-INICIO)
                   MOVE "BEM JA DEPRECIADO - CUSTO E DATA TRAVADOS"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               IF PA-VALOR-CUSTO < AF-DEPREC-ACUMULADA
                   MOVE "CUSTO MENOR QUE A DEPRECIACAO ACUMULADA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
           END-IF.

       011-PROCURA-REGISTRO.
           MOVE ZEROES TO WS-IDX-TAB
           MOVE "N" TO WS-TAB-ACHOU
           PERFORM 016-TESTA-REGISTRO
               UNTIL REGISTRO-CADASTRADO OR WS-IDX-TAB = WS-TAB-QTDE.

       016-TESTA-REGISTRO.
           ADD 1 TO WS-IDX-TAB
           MOVE WS-TAB-IMAGEM(WS-IDX-TAB) TO AF-ATIVO-REC
           IF AF-COMPANY-CODE = PA-COMPANY-CODE
              AND AF-CODIGO = PA-CODIGO
               SET REGISTRO-CADASTRADO TO TRUE
           END-IF.

       012-INCLUI-REGISTRO.
           IF WS-TAB-QTDE = 500
               MOVE "ATIVOS EXCEDE A TABELA" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE SPACES TO WS-IMAGEM-ANTES
           MOVE SPACES TO AF-ATIVO-REC
           PERFORM 019-MOVE-DADOS-CARTAO
           MOVE "A"               TO AF-SITUACAO
           MOVE WS-DEPREC-INICIAL TO AF-DEPREC-ACUMULADA
           MOVE WS-ULTIMO-PERIODO TO AF-ULTIMO-PERIODO
           MOVE ZEROES            TO AF-DATA-BAIXA
           MOVE ZEROES            TO AF-VALOR-BAIXA
           ADD 1 TO WS-TAB-QTDE
           MOVE WS-TAB-QTDE TO WS-IDX-TAB
           MOVE AF-ATIVO-REC TO WS-TAB-IMAGEM(WS-IDX-TAB)
           MOVE AF-ATIVO-REC TO WS-IMAGEM-DEPOIS
           ADD 1 TO WS-QTDE-INCLUIDOS
           PERFORM 017-GRAVA-TRILHA
           DISPLAY "INCLUIDO: " PA-COMPANY-CODE " " PA-CODIGO.

       013-ALTERA-REGISTRO.
           MOVE WS-TAB-IMAGEM(WS-IDX-TAB) TO AF-ATIVO-REC
           MOVE AF-ATIVO-REC TO WS-IMAGEM-ANTES
           PERFORM 019-MOVE-DADOS-CARTAO
           MOVE AF-ATIVO-REC TO WS-TAB-IMAGEM(WS-IDX-TAB)
           MOVE AF-ATIVO-REC TO WS-IMAGEM-DEPOIS
           ADD 1 TO WS-QTDE-ALTERADOS
           PERFORM 017-GRAVA-TRILHA
           DISPLAY "ALTERADO: " PA-COMPANY-CODE " " PA-CODIGO.

       014-BAIXA-REGISTRO.
           MOVE WS-TAB-IMAGEM(WS-IDX-TAB) TO AF-ATIVO-REC
           MOVE AF-ATIVO-REC TO WS-IMAGEM-ANTES
           MOVE "P"            TO AF-SITUACAO
           MOVE PA-DATA-BAIXA  TO AF-DATA-BAIXA
           MOVE WS-VALOR-BAIXA TO AF-VALOR-BAIXA
           MOVE AF-ATIVO-REC TO WS-TAB-IMAGEM(WS-IDX-TAB)
           MOVE AF-ATIVO-REC TO WS-IMAGEM-DEPOIS
           ADD 1 TO WS-QTDE-BAIXADOS
           PERFORM 017-GRAVA-TRILHA
           DISPLAY "BAIXA INFORMADA: " PA-COMPANY-CODE " " PA-CODIGO
               " EM " PA-DATA-BAIXA.

       017-GRAVA-TRILHA.
           MOVE WS-NOME-PROGRAMA  TO MT-PROGRAMA
           MOVE WS-DATA-ATUAL-NUM TO MT-DATA-ALTERACAO
           COMPUTE MT-HORA-ALTERACAO = DH-HORA-ATUAL * 1000000
               + DH-MINUTO-ATUAL * 10000
               + DH-SEGUNDO-ATUAL * 100 + DH-CENTESIMO-ATUAL
           MOVE WS-OPERADOR-ID    TO MT-OPERADOR-ID
           MOVE PA-ACAO           TO MT-ACAO
           MOVE WS-IMAGEM-ANTES   TO MT-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS  TO MT-IMAGEM-DEPOIS
           OPEN EXTEND MANUTENCAO-FILE
           IF WS-FS-MNTAUD = "35"
               OPEN OUTPUT MANUTENCAO-FILE
           END-IF
           IF WS-FS-MNTAUD NOT = "00"
               MOVE WS-FS-MNTAUD TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR MNTAUDIT" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           WRITE MT-MANUTENCAO-REC
           CLOSE MANUTENCAO-FILE.

       015-REGRAVA-MESTRE.
           OPEN OUTPUT MESTRE-FILE
           MOVE ZEROES TO WS-IDX-TAB
           PERFORM 018-GRAVA-REGISTRO
               UNTIL WS-IDX-TAB = WS-TAB-QTDE
           CLOSE MESTRE-FILE.

       018-GRAVA-REGISTRO.
           ADD 1 TO WS-IDX-TAB
           MOVE WS-TAB-IMAGEM(WS-IDX-TAB) TO AF-ATIVO-REC
           WRITE AF-ATIVO-REC.

       019-MOVE-DADOS-CARTAO.
           MOVE PA-COMPANY-CODE      TO AF-COMPANY-CODE
           MOVE PA-CODIGO            TO AF-CODIGO
           MOVE PA-DESCRICAO         TO AF-DESCRICAO
           MOVE WS-MOEDA-EMPRESA     TO AF-CURRENCY-CODE
           MOVE PA-CONTA-ATIVO       TO AF-CONTA-ATIVO
           MOVE PA-CONTA-DEPREC-ACUM TO AF-CONTA-DEPREC-ACUM
           MOVE PA-CONTA-DESPESA     TO AF-CONTA-DESPESA
           MOVE PA-CENTRO-CUSTO      TO AF-CENTRO-CUSTO
           MOVE PA-VALOR-CUSTO       TO AF-VALOR-CUSTO
           MOVE PA-DATA-INICIO       TO AF-DATA-INICIO
           MOVE PA-VIDA-UTIL-MESES   TO AF-VIDA-UTIL-MESES
           MOVE PA-METODO            TO AF-METODO.

       020-CARREGA-EMPRESAS.
           OPEN INPUT EMPRESA-FILE
           IF WS-FS-EMPRESA NOT = "00"
               MOVE WS-FS-EMPRESA TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR EMPRESA" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 028-LE-EMPRESA UNTIL FIM-DO-EMPRESA
           CLOSE EMPRESA-FILE.

       028-LE-EMPRESA.
           READ EMPRESA-FILE
               AT END
                   SET FIM-DO-EMPRESA TO TRUE
               NOT AT END
                   IF WS-EMP-QTDE = 50
                       MOVE "EMPRESA EXCEDE A TABELA" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-EMP-QTDE
                   MOVE EM-CODIGO    TO WS-EMP-CODIGO(WS-EMP-QTDE)
                   MOVE EM-SITUACAO  TO WS-EMP-SITUACAO(WS-EMP-QTDE)
                   MOVE EM-MOEDA-BASE TO WS-EMP-MOEDA(WS-EMP-QTDE)
           END-READ.

       021-VALIDA-EMPRESA.
           MOVE ZEROES TO WS-IDX-EMP
           MOVE "N" TO WS-EMP-ACHOU
           PERFORM 029-PROCURA-EMPRESA
               UNTIL EMPRESA-ENCONTRADA OR WS-IDX-EMP = WS-EMP-QTDE
           IF NOT EMPRESA-ENCONTRADA
               MOVE SPACES TO WS-MSG-ERRO
               STRING "EMPRESA NAO CADASTRADA NO EMPRESA: "
                   PA-COMPANY-CODE DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-EMP-SITUACAO(WS-IDX-EMP) NOT = "A"
               MOVE SPACES TO WS-MSG-ERRO
               STRING "EMPRESA INATIVA NO EMPRESA: "
                   PA-COMPANY-CODE DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE WS-EMP-MOEDA(WS-IDX-EMP) TO WS-MOEDA-EMPRESA.

       029-PROCURA-EMPRESA.
           ADD 1 TO WS-IDX-EMP
           IF WS-EMP-CODIGO(WS-IDX-EMP) = PA-COMPANY-CODE
               SET EMPRESA-ENCONTRADA TO TRUE
           END-IF.

       022-CARREGA-PLANO.
           OPEN INPUT PLANO-FILE
           IF WS-FS-PLANO NOT = "00"
               MOVE WS-FS-PLANO TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR PLANOCTA" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 030-LE-PLANO UNTIL FIM-DO-PLANO
           CLOSE PLANO-FILE.

       030-LE-PLANO.
           READ PLANO-FILE
               AT END
                   SET FIM-DO-PLANO TO TRUE
               NOT AT END
                   IF WS-PLA-QTDE = 2000
                       MOVE "PLANOCTA EXCEDE A TABELA" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-PLA-QTDE
                   MOVE PC-NUMERO-CONTA TO WS-PLA-CONTA(WS-PLA-QTDE)
                   MOVE PC-SITUACAO   TO WS-PLA-SITUACAO(WS-PLA-QTDE)
                   MOVE PC-CLASSE     TO WS-PLA-CLASSE(WS-PLA-QTDE)
                   MOVE PC-TIPO-CONTA TO WS-PLA-TIPO(WS-PLA-QTDE)
           END-READ.

      *-----------------------------------------------------------*
      * A conta precisa existir, estar ativa, ser analitica (a    *
      * sintetica nao recebe lancamento no ADD05) e ser da classe *
      * do papel que ocupa no bem.                                *
      *-----------------------------------------------------------*
       023-VALIDA-CONTA.
           MOVE ZEROES TO WS-IDX-PLA
           MOVE "N" TO WS-PLA-ACHOU
           PERFORM 031-PROCURA-CONTA
               UNTIL CONTA-ENCONTRADA OR WS-IDX-PLA = WS-PLA-QTDE
           MOVE SPACES TO WS-MSG-ERRO
           EVALUATE TRUE
               WHEN NOT CONTA-ENCONTRADA
                   STRING WS-PAPEL-CONTA DELIMITED BY "  "
                       " NAO CADASTRADA: " WS-CONTA-PROCURADA
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
               WHEN WS-PLA-SITUACAO(WS-IDX-PLA) NOT = "A"
                   STRING WS-PAPEL-CONTA DELIMITED BY "  "
                       " INATIVA: " WS-CONTA-PROCURADA
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
               WHEN WS-PLA-TIPO(WS-IDX-PLA) = "S"
                   STRING WS-PAPEL-CONTA DELIMITED BY "  "
                       " SINTETICA: " WS-CONTA-PROCURADA
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
               WHEN WS-PLA-CLASSE(WS-IDX-PLA) NOT = WS-CLASSE-EXIGIDA
                   STRING WS-PAPEL-CONTA DELIMITED BY "  "
                       " FORA DA CLASSE " WS-CLASSE-EXIGIDA ": "
                       WS-CONTA-PROCURADA
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
           END-EVALUATE
           IF WS-MSG-ERRO NOT = SPACES
               PERFORM 9999-TRATA-ERRO
           END-IF.

       031-PROCURA-CONTA.
           ADD 1 TO WS-IDX-PLA
           IF WS-PLA-CONTA(WS-IDX-PLA) = WS-CONTA-PROCURADA
               SET CONTA-ENCONTRADA TO TRUE
           END-IF.

       024-CARREGA-CCUSTO.
           OPEN INPUT CCUSTO-FILE
           IF WS-FS-CCUSTO NOT = "00"
               MOVE WS-FS-CCUSTO TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR CCUSTO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 032-LE-CCUSTO UNTIL FIM-DO-CCUSTO
           CLOSE CCUSTO-FILE.

       032-LE-CCUSTO.
           READ CCUSTO-FILE
               AT END
                   SET FIM-DO-CCUSTO TO TRUE
               NOT AT END
                   IF WS-CCU-QTDE = 200
                       MOVE "CCUSTO EXCEDE A TABELA" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-CCU-QTDE
                   MOVE CC-CODIGO   TO WS-CCU-CODIGO(WS-CCU-QTDE)
                   MOVE CC-SITUACAO TO WS-CCU-SITUACAO(WS-CCU-QTDE)
           END-READ.

      *-----------------------------------------------------------*
      * A despesa de depreciacao e conta de resultado devedora: o *
      * ADD05 exige nela centro de custo ativo do CCUSTO.         *
      *-----------------------------------------------------------*
       025-VALIDA-CENTRO.
           IF PA-CENTRO-CUSTO = SPACES
               MOVE "CENTRO DE CUSTO DA DESPESA EM BRANCO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-IDX-CCU
           MOVE "N" TO WS-CCU-ACHOU
           PERFORM 033-PROCURA-CENTRO
               UNTIL CENTRO-ENCONTRADO OR WS-IDX-CCU = WS-CCU-QTDE
           IF NOT CENTRO-ENCONTRADO
               MOVE SPACES TO WS-MSG-ERRO
               STRING "CENTRO DE CUSTO NAO CADASTRADO: "
                   PA-CENTRO-CUSTO DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-CCU-SITUACAO(WS-IDX-CCU) NOT = "A"
               MOVE SPACES TO WS-MSG-ERRO
               STRING "CENTRO DE CUSTO INATIVO: "
                   PA-CENTRO-CUSTO DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       033-PROCURA-CENTRO.
           ADD 1 TO WS-IDX-CCU
           IF WS-CCU-CODIGO(WS-IDX-CCU) = PA-CENTRO-CUSTO
               SET CENTRO-ENCONTRADO TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Baixa: so de bem em uso (ou corrigindo uma baixa ainda    *
      * nao contabilizada), com data depois do ultimo mes ja      *
      * depreciado - o mes da baixa nao recebe depreciacao.       *
      *-----------------------------------------------------------*
       026-VALIDA-BAIXA.
           IF AF-BEM-BAIXADO
               MOVE "BEM JA BAIXADO E CONTABILIZADO" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF PA-DATA-BAIXA IS NOT NUMERIC
               MOVE "DATA DA BAIXA NAO NUMERICA" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(PA-DATA-BAIXA)
               NOT = ZEROES
               MOVE "DATA DA BAIXA INVALIDA" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF PA-DATA-BAIXA < AF-DATA-INICIO
               MOVE "BAIXA ANTERIOR A ENTRADA EM SERVICO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           COMPUTE WS-PERIODO-BAIXA = PA-DATA-BAIXA / 100
           IF WS-PERIODO-BAIXA NOT > AF-ULTIMO-PERIODO
               MOVE SPACES TO WS-MSG-ERRO
               STRING "BAIXA EM MES JA DEPRECIADO - ULTIMO PERIODO "
                   AF-ULTIMO-PERIODO DELIMITED BY SIZE
                   INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-VALOR-BAIXA
           IF PA-VALOR-BAIXA NOT = SPACES
               IF PA-VALOR-BAIXA-NUM IS NOT NUMERIC
                   MOVE "VALOR DE VENDA DA BAIXA NAO NUMERICO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               MOVE PA-VALOR-BAIXA-NUM TO WS-VALOR-BAIXA
           END-IF.

      *-----------------------------------------------------------*
      * Bem trazido de um controle anterior: a depreciacao ja     *
      * acumulada vem com o ultimo mes depreciado, e o DEPREC01   *
      * continua do mes seguinte.                                 *
      *-----------------------------------------------------------*
       027-VALIDA-SALDO-INICIAL.
           MOVE ZEROES TO WS-DEPREC-INICIAL WS-ULTIMO-PERIODO
           IF PA-DEPREC-INICIAL NOT = SPACES
               IF PA-DEPREC-INICIAL-NUM IS NOT NUMERIC
                   MOVE "DEPRECIACAO ACUMULADA INICIAL NAO NUMERICA"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               MOVE PA-DEPREC-INICIAL-NUM TO WS-DEPREC-INICIAL
           END-IF
           IF PA-ULTIMO-PERIODO NOT = SPACES
               IF PA-ULTIMO-PERIODO-NUM IS NOT NUMERIC
                   MOVE "ULTIMO PERIODO DEPRECIADO NAO NUMERICO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               MOVE PA-ULTIMO-PERIODO-NUM TO WS-ULTIMO-PERIODO
           END-IF
           IF WS-DEPREC-INICIAL > PA-VALOR-CUSTO
               MOVE "DEPRECIACAO ACUMULADA MAIOR QUE O CUSTO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-DEPREC-INICIAL > ZEROES
              AND WS-ULTIMO-PERIODO = ZEROES
               MOVE "DEPRECIACAO INICIAL EXIGE O ULTIMO PERIODO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-ULTIMO-PERIODO NOT = ZEROES
               COMPUTE WS-ANO-VALIDA = WS-ULTIMO-PERIODO / 100
               COMPUTE WS-MES-VALIDA = WS-ULTIMO-PERIODO
                   - WS-ANO-VALIDA * 100
               IF WS-MES-VALIDA < 1 OR WS-MES-VALIDA > 12
                  OR WS-ULTIMO-PERIODO < WS-PERIODO-INICIO
                  OR WS-ULTIMO-PERIODO NOT < WS-PERIODO-ATUAL
                   MOVE "ULTIMO PERIODO DEPRECIADO INVALIDO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
           END-IF.

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
