       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCLOAD.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: carga do extrato          *
      *              delimitado dos sistemas de origem (arquivo    *
      *              CARGFEED) direto para o lote CALCIN, no lugar *
      *              da reformatacao manual para o layout fixo com *
      *              decimais implicitos que gerava as recusas de  *
      *              valor do CALC. O cartao CARGPARM nomeia o     *
      *              sistema de origem, a empresa do lote e o      *
      *              numero do lote; o sistema escolhe no cadastro *
      *              CARGALAY (CARGALAY.CPY) o delimitador, a      *
      *              ordem das colunas, o separador decimal, o     *
      *              formato da data e a linha de controle do      *
      *              extrato. Cada linha vira um TRANSACAO com as  *
      *              mesmas criticas do ENTLOT01 (operacao, valor, *
      *              data de calendario, referencia sem o prefixo  *
      *              "IC", empresa e moeda ativas, contraparte     *
      *              diferente da empresa); linha mal formada sai  *
      *              no relatorio de carga CARGAERR com o numero   *
      *              da linha, a coluna e o motivo, e encerra com  *
      *              RETURN-CODE 4. Header e trailer (quantidade e *
      *              hash) do CALCIN sao montados aqui. Extrato    *
      *              cuja linha de controle nao confira com o que  *
      *              foi carregado e recusado inteiro, sem CALCIN. *
      *              Como o ENTLOT01, recusa rodar se ja existir   *
      *              um CALCIN montado.                            *
      * 15/10/2026 - IR - Relatorio CARGAERR arquivado depois do   *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO "CARGFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FEED.
           SELECT PARM-FILE ASSIGN TO "CARGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT LAYOUT-FILE ASSIGN TO "CARGALAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LAYOUT.
           SELECT CALC-IN-FILE ASSIGN TO "CALCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CALCIN.
           SELECT MOEDAS-FILE ASSIGN TO "MOEDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOEDAS.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESA.
           SELECT RELAT-OUT-FILE ASSIGN TO "CARGAERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-REC                  PIC X(200).
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-SISTEMA-ORIGEM      PIC X(08).
           05 PA-COMPANY-CODE        PIC X(03).
           05 PA-NUMERO-LOTE         PIC X(04).
           05 PA-NUMERO-LOTE-NUM REDEFINES PA-NUMERO-LOTE
                                     PIC 9(04).
       FD  LAYOUT-FILE.
           COPY CARGALAY.
       FD  CALC-IN-FILE.
           COPY TRANSACAO.
           COPY LOTECTL.
       FD  MOEDAS-FILE.
           COPY MOEDAS.
       FD  EMPRESA-FILE.
           COPY EMPRESA.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(100).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-FS-FEED                PIC X(02).
       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-LAYOUT              PIC X(02).
       01  WS-FS-CALCIN              PIC X(02).
       01  WS-FS-MOEDAS              PIC X(02).
       01  WS-FS-EMPRESA             PIC X(02).

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.

       01  WS-SISTEMA-ORIGEM         PIC X(08) VALUE SPACES.
       01  WS-EMPRESA-LOTE           PIC X(03) VALUE SPACES.
       01  WS-NUMERO-LOTE            PIC 9(04) VALUE ZEROES.

      *-----------------------------------------------------------*
      * Definicao de carga do sistema de origem, copiada do       *
      * registro do CARGALAY encontrado.                          *
      *-----------------------------------------------------------*
       01  WS-EOF-LAYOUT             PIC X(01) VALUE "N".
           88 FIM-DO-LAYOUT          VALUE "S".
       01  WS-LAYOUT-ACHOU           PIC X(01) VALUE "N".
           88 LAYOUT-ENCONTRADO      VALUE "S".
       01  WS-DELIMITADOR            PIC X(01) VALUE SPACES.
       01  WS-SEPARADOR-DECIMAL      PIC X(01) VALUE SPACES.
           88 DECIMAL-VIRGULA        VALUE ",".
       01  WS-FORMATO-DATA           PIC X(10) VALUE SPACES.
           88 DATA-AAAAMMDD          VALUE "AAAAMMDD".
           88 DATA-DDMMAAAA          VALUE "DDMMAAAA".
           88 DATA-DD-MM-AAAA        VALUE "DD/MM/AAAA".
           88 DATA-AAAA-MM-DD        VALUE "AAAA-MM-DD".
       01  WS-LINHAS-CABECALHO       PIC 9(01) VALUE ZEROES.
       01  WS-QTDE-COLUNAS           PIC 9(02) VALUE ZEROES.
       01  WS-POSICOES.
           05 WS-COL-VALOR-1         PIC 9(02).
           05 WS-COL-OPERACAO        PIC 9(02).
           05 WS-COL-VALOR-2         PIC 9(02).
           05 WS-COL-DATA            PIC 9(02).
           05 WS-COL-REFERENCIA      PIC 9(02).
           05 WS-COL-EMPRESA         PIC 9(02).
           05 WS-COL-MOEDA           PIC 9(02).
           05 WS-COL-CONTRAPARTE     PIC 9(02).
       01  WS-POSICOES-TAB REDEFINES WS-POSICOES.
           05 WS-COL-CAMPO           PIC 9(02) OCCURS 8 TIMES.
       01  WS-MARCA-CONTROLE         PIC X(08) VALUE SPACES.
       01  WS-IDX-POSICAO            PIC 9(01) VALUE ZEROES.

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

      *-----------------------------------------------------------*
      * Linha do extrato separada em colunas.                     *
      *-----------------------------------------------------------*
       01  WS-EOF-FEED               PIC X(01) VALUE "N".
           88 FIM-DO-FEED            VALUE "S".
       01  WS-COLUNAS-LINHA.
           05 WS-COL-TEXTO           PIC X(30) OCCURS 20 TIMES.
       01  WS-QTDE-COL-LIDAS         PIC 9(02) VALUE ZEROES.
       01  WS-COLUNAS-EXCEDENTES     PIC X(01) VALUE "N".
           88 COLUNAS-ALEM-DA-TABELA VALUE "S".
       01  WS-COL-ATUAL              PIC 9(02) VALUE ZEROES.
       01  WS-CAMPO                  PIC X(30) VALUE SPACES.
       01  WS-UM-CHAR                PIC X(01) VALUE SPACES.
       01  WS-IDX-CHAR               PIC 9(02) VALUE ZEROES.

       01  WS-CAMPO-OPERACAO         PIC X(01) VALUE SPACES.
           88 OPERACAO-VALIDA        VALUE "+" "-" "*" "/" "C".
           88 OPERACAO-CANCELAMENTO  VALUE "C".

      *-----------------------------------------------------------*
      * Conversao de valor com decimais explicitos.               *
      *-----------------------------------------------------------*
       01  WS-CAMPO-NUMVAL           PIC X(30) VALUE SPACES.
       01  WS-NUMERO-CONVERTIDO      PIC S9(11)V99 VALUE ZEROES.
       01  WS-QTDE-DIGITOS           PIC 9(02) VALUE ZEROES.
       01  WS-QTDE-SEPARADORES       PIC 9(02) VALUE ZEROES.
       01  WS-CASAS-DECIMAIS         PIC 9(02) VALUE ZEROES.
       01  WS-VIU-CONTEUDO           PIC X(01) VALUE "N".
           88 CONTEUDO-INICIADO      VALUE "S".
       01  WS-ENCERROU-CONTEUDO      PIC X(01) VALUE "N".
           88 CONTEUDO-ENCERRADO     VALUE "S".
       01  WS-VALOR-INVALIDO         PIC X(01) VALUE "N".
           88 VALOR-MAL-FORMADO      VALUE "S".

       01  WS-DATA-X                 PIC X(08) VALUE SPACES.
       01  WS-DATA-NUM REDEFINES WS-DATA-X PIC 9(08).
       01  WS-DATA-DESM.
           05 WS-ENT-ANO             PIC 9(04).
           05 WS-ENT-MES             PIC 9(02).
           05 WS-ENT-DIA             PIC 9(02).
       01  WS-DIAS-NO-MES            PIC 9(02) VALUE ZEROES.

       01  WS-ENT-VALOR-1            PIC S9(7)V99 VALUE ZEROES.
       01  WS-ENT-VALOR-2            PIC S9(7)V99 VALUE ZEROES.
       01  WS-ENT-DATA               PIC 9(08) VALUE ZEROES.
       01  WS-ENT-REFERENCIA         PIC X(10) VALUE SPACES.
       01  WS-ENT-COMPANY            PIC X(03) VALUE SPACES.
       01  WS-ENT-CURRENCY           PIC X(03) VALUE SPACES.
       01  WS-ENT-CONTRA             PIC X(03) VALUE SPACES.
       01  WS-REF-ANALISE.
           05 WS-REF-PREFIXO         PIC X(02).
           05 FILLER                 PIC X(08).

       01  WS-LINHA-VALIDA           PIC X(01) VALUE "S".
           88 LINHA-ACEITA           VALUE "S".
       01  WS-MOTIVO-RECUSA          PIC X(40) VALUE SPACES.
       01  WS-NOME-CAMPO             PIC X(12) VALUE SPACES.
       01  WS-COLUNA-ERRO            PIC 9(02) VALUE ZEROES.

      *-----------------------------------------------------------*
      * Linha de controle do extrato.                             *
      *-----------------------------------------------------------*
       01  WS-CONTROLE-LIDO          PIC X(01) VALUE "N".
           88 CONTROLE-ENCONTRADO    VALUE "S".
       01  WS-CONTROLE-OK            PIC X(01) VALUE "S".
           88 CONTROLE-BEM-FORMADO   VALUE "S".
       01  WS-CONTROLE-QTDE          PIC 9(07) VALUE ZEROES.
       01  WS-CONTROLE-VALOR         PIC S9(11)V99 VALUE ZEROES.

       01  WS-DETALHES-LOTE.
           05 WS-DET-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-DET-ENTRADA         OCCURS 2000 TIMES.
               10 WS-DET-DADOS       PIC X(46).
       01  WS-IDX-DET                PIC 9(04) VALUE ZEROES.
       01  WS-HASH-LOTE              PIC S9(11)V99 VALUE ZEROES.

       01  WS-NUMERO-LINHA           PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-LIDAS             PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-RECUSADAS         PIC 9(05) VALUE ZEROES.

       01  WS-HASH-EDITADO           PIC -(11)9.99.
       01  WS-CONTROLE-EDITADO       PIC -(11)9.99.

       01  WS-LINHA-RECUSA.
           05 FILLER                 PIC X(06) VALUE "LINHA ".
           05 WS-LIN-NUMERO          PIC 9(05).
           05 FILLER                 PIC X(08) VALUE " COLUNA ".
           05 WS-LIN-COLUNA          PIC 9(02).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-CAMPO           PIC X(12).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-MOTIVO          PIC X(40).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-CONTEUDO        PIC X(24).

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "CALCLOAD".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           PERFORM 002-LE-PARAMETRO
           PERFORM 003-CARREGA-LAYOUT
           OPEN INPUT FEED-FILE
           IF WS-FS-FEED = "35"
               DISPLAY "CARGFEED NAO ENCONTRADO - NADA A CARREGAR"
               GOBACK
           END-IF
           IF WS-FS-FEED NOT = "00"
               MOVE WS-FS-FEED TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR CARGFEED" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 007-CHECA-CALCIN-EXISTENTE
           PERFORM 008-CARREGA-MOEDAS
           PERFORM 010-CARREGA-EMPRESAS
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           STRING "RELATORIO DE CARGA DO EXTRATO CARGFEED - SISTEMA "
               WS-SISTEMA-ORIGEM DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           PERFORM 020-PROCESSA-LINHA UNTIL FIM-DO-FEED
           CLOSE FEED-FILE
           MOVE WS-HASH-LOTE TO WS-HASH-EDITADO
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "DETALHES LIDOS: " WS-QTDE-LIDAS
               " ACEITAS: " WS-DET-QTDE
               " RECUSADAS: " WS-QTDE-RECUSADAS
               " HASH: " WS-HASH-EDITADO
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           PERFORM 040-CONFERE-CONTROLE
           IF WS-DET-QTDE = ZEROES
               MOVE "NENHUMA LINHA ACEITA - LOTE NAO GERADO"
                   TO RELAT-LINHA
               WRITE RELAT-LINHA
               CLOSE RELAT-OUT-FILE
               MOVE "CARGAERR" TO RS-RELATORIO
               PERFORM 9997-ARQUIVA-RELATORIO
               DISPLAY "CALCLOAD - NENHUMA LINHA ACEITA - LOTE NAO "
                   "GERADO - VER CARGAERR"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE RELAT-OUT-FILE
           MOVE "CARGAERR" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           PERFORM 050-GRAVA-LOTE
           DISPLAY "LOTE CALCIN GERADO PELO CALCLOAD - SISTEMA "
               WS-SISTEMA-ORIGEM " - " WS-DET-QTDE
               " TRANSACAO(OES) - HASH " WS-HASH-EDITADO
           IF WS-QTDE-RECUSADAS > ZEROES
               DISPLAY "LINHAS RECUSADAS: " WS-QTDE-RECUSADAS
                   " - VER CARGAERR"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       002-LE-PARAMETRO.
           OPEN INPUT PARM-FILE
           EVALUATE WS-FS-PARM
               WHEN "00"
                   READ PARM-FILE
                       AT END
                           MOVE "CARTAO CARGPARM VAZIO" TO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                   END-READ
                   CLOSE PARM-FILE
               WHEN "35"
                   MOVE "CARTAO CARGPARM NAO ENCONTRADO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-PARM TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CARGPARM" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF PA-SISTEMA-ORIGEM = SPACES
               MOVE "CARGPARM SEM SISTEMA DE ORIGEM" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE PA-SISTEMA-ORIGEM TO WS-SISTEMA-ORIGEM
           MOVE PA-COMPANY-CODE   TO WS-EMPRESA-LOTE
           IF PA-NUMERO-LOTE-NUM IS NUMERIC
               MOVE PA-NUMERO-LOTE-NUM TO WS-NUMERO-LOTE
           ELSE
               DISPLAY "NUMERO DE LOTE INVALIDO NO CARGPARM - LOTE "
                   "SEM NUMERO"
               MOVE ZEROES TO WS-NUMERO-LOTE
           END-IF.

       003-CARREGA-LAYOUT.
           OPEN INPUT LAYOUT-FILE
           EVALUATE WS-FS-LAYOUT
               WHEN "00"
                   PERFORM 004-LE-LAYOUT
                       UNTIL LAYOUT-ENCONTRADO OR FIM-DO-LAYOUT
                   CLOSE LAYOUT-FILE
               WHEN "35"
                   MOVE "CADASTRO CARGALAY NAO ENCONTRADO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN OTHER
                   MOVE WS-FS-LAYOUT TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CARGALAY" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF NOT LAYOUT-ENCONTRADO
               MOVE SPACES TO WS-MSG-ERRO
               STRING "SISTEMA SEM LAYOUT ATIVO NO CARGALAY: "
                   WS-SISTEMA-ORIGEM DELIMITED BY SIZE
                   INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 005-VALIDA-LAYOUT
           DISPLAY "LAYOUT DE CARGA " WS-SISTEMA-ORIGEM
               " - DELIMITADOR " WS-DELIMITADOR
               " DECIMAL " WS-SEPARADOR-DECIMAL
               " DATA " WS-FORMATO-DATA
               " COLUNAS " WS-QTDE-COLUNAS.

       004-LE-LAYOUT.
           READ LAYOUT-FILE
               AT END
                   SET FIM-DO-LAYOUT TO TRUE
               NOT AT END
                   IF CL-SISTEMA-ORIGEM = WS-SISTEMA-ORIGEM
                      AND CL-LAYOUT-ATIVO
                       SET LAYOUT-ENCONTRADO TO TRUE
                       IF CL-DELIMITADOR-TAB
                           MOVE X"09" TO WS-DELIMITADOR
                       ELSE
                           MOVE CL-DELIMITADOR TO WS-DELIMITADOR
                       END-IF
                       MOVE CL-SEPARADOR-DECIMAL
                           TO WS-SEPARADOR-DECIMAL
                       MOVE CL-FORMATO-DATA     TO WS-FORMATO-DATA
                       MOVE CL-LINHAS-CABECALHO
                           TO WS-LINHAS-CABECALHO
                       MOVE CL-QTDE-COLUNAS     TO WS-QTDE-COLUNAS
                       MOVE CL-POSICOES         TO WS-POSICOES
                       MOVE CL-MARCA-CONTROLE   TO WS-MARCA-CONTROLE
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Definicao incoerente aborta antes de ler o extrato: um    *
      * layout errado recusaria todas as linhas.                  *
      *-----------------------------------------------------------*
       005-VALIDA-LAYOUT.
           IF WS-DELIMITADOR = SPACES
              OR (WS-SEPARADOR-DECIMAL NOT = ","
                  AND WS-SEPARADOR-DECIMAL NOT = ".")
              OR WS-DELIMITADOR = WS-SEPARADOR-DECIMAL
              OR WS-DELIMITADOR = "-"
               MOVE "CARGALAY COM DELIMITADOR OU DECIMAL INVALIDO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF NOT DATA-AAAAMMDD AND NOT DATA-DDMMAAAA
              AND NOT DATA-DD-MM-AAAA AND NOT DATA-AAAA-MM-DD
               MOVE "CARGALAY COM FORMATO DE DATA DESCONHECIDO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-LINHAS-CABECALHO IS NOT NUMERIC
              OR WS-QTDE-COLUNAS IS NOT NUMERIC
              OR WS-POSICOES IS NOT NUMERIC
              OR WS-QTDE-COLUNAS = ZEROES
              OR WS-QTDE-COLUNAS > 20
               MOVE "CARGALAY COM QUANTIDADE OU ORDEM DE COLUNAS RUIM"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-IDX-POSICAO
           PERFORM 006-VALIDA-POSICAO UNTIL WS-IDX-POSICAO = 8
           IF WS-COL-EMPRESA = ZEROES AND WS-EMPRESA-LOTE = SPACES
               MOVE "LAYOUT SEM COLUNA DE EMPRESA - INFORME NO CARGPARM"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       006-VALIDA-POSICAO.
           ADD 1 TO WS-IDX-POSICAO
           IF WS-COL-CAMPO(WS-IDX-POSICAO) > WS-QTDE-COLUNAS
              OR (WS-COL-CAMPO(WS-IDX-POSICAO) = ZEROES
                  AND WS-IDX-POSICAO NOT = 6
                  AND WS-IDX-POSICAO NOT = 8)
               MOVE "CARGALAY COM COLUNA DE CAMPO FORA DO LAYOUT"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF.

       007-CHECA-CALCIN-EXISTENTE.
           OPEN INPUT CALC-IN-FILE
           EVALUATE WS-FS-CALCIN
               WHEN "00"
                   CLOSE CALC-IN-FILE
                   CLOSE FEED-FILE
                   MOVE "JA EXISTE UM CALCIN MONTADO - PROCESSE-O ANTES"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-CALCIN TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CALCIN" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       008-CARREGA-MOEDAS.
           OPEN INPUT MOEDAS-FILE
           EVALUATE WS-FS-MOEDAS
               WHEN "00"
                   SET VALIDA-MOEDAS TO TRUE
                   PERFORM 009-LE-MOEDA UNTIL FIM-DE-MOEDAS
                   CLOSE MOEDAS-FILE
               WHEN "35"
                   DISPLAY "MOEDAS NAO ENCONTRADO - MOEDA SEM "
                       "VALIDACAO"
               WHEN OTHER
                   MOVE WS-FS-MOEDAS TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR MOEDAS" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       009-LE-MOEDA.
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

       010-CARREGA-EMPRESAS.
           OPEN INPUT EMPRESA-FILE
           EVALUATE WS-FS-EMPRESA
               WHEN "00"
                   SET VALIDA-EMPRESAS TO TRUE
                   PERFORM 011-LE-EMPRESA UNTIL FIM-DE-EMPRESAS
                   CLOSE EMPRESA-FILE
               WHEN "35"
                   DISPLAY "EMPRESA NAO ENCONTRADO - EMPRESA SEM "
                       "VALIDACAO"
               WHEN OTHER
                   MOVE WS-FS-EMPRESA TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR EMPRESA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       011-LE-EMPRESA.
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

       020-PROCESSA-LINHA.
           READ FEED-FILE
               AT END
                   SET FIM-DO-FEED TO TRUE
               NOT AT END
                   ADD 1 TO WS-NUMERO-LINHA
                   IF WS-NUMERO-LINHA > WS-LINHAS-CABECALHO
                      AND FEED-REC NOT = SPACES
                       PERFORM 021-SEPARA-COLUNAS
                       IF WS-MARCA-CONTROLE NOT = SPACES
                          AND WS-COL-TEXTO(1) = WS-MARCA-CONTROLE
                           PERFORM 022-TRATA-CONTROLE
                       ELSE
                           PERFORM 023-CONVERTE-DETALHE
                       END-IF
                   END-IF
           END-READ.

       021-SEPARA-COLUNAS.
           MOVE SPACES TO WS-COLUNAS-LINHA
           MOVE ZEROES TO WS-QTDE-COL-LIDAS
           MOVE "N" TO WS-COLUNAS-EXCEDENTES
           UNSTRING FEED-REC DELIMITED BY WS-DELIMITADOR
               INTO WS-COL-TEXTO(1)  WS-COL-TEXTO(2)
                    WS-COL-TEXTO(3)  WS-COL-TEXTO(4)
                    WS-COL-TEXTO(5)  WS-COL-TEXTO(6)
                    WS-COL-TEXTO(7)  WS-COL-TEXTO(8)
                    WS-COL-TEXTO(9)  WS-COL-TEXTO(10)
                    WS-COL-TEXTO(11) WS-COL-TEXTO(12)
                    WS-COL-TEXTO(13) WS-COL-TEXTO(14)
                    WS-COL-TEXTO(15) WS-COL-TEXTO(16)
                    WS-COL-TEXTO(17) WS-COL-TEXTO(18)
                    WS-COL-TEXTO(19) WS-COL-TEXTO(20)
               TALLYING IN WS-QTDE-COL-LIDAS
               ON OVERFLOW
                   SET COLUNAS-ALEM-DA-TABELA TO TRUE
           END-UNSTRING.

      *-----------------------------------------------------------*
      * Linha de controle: quantidade de detalhes na coluna 2 e   *
      * soma dos dois valores de cada detalhe na coluna 3, no     *
      * mesmo separador decimal dos detalhes. Linha de controle   *
      * mal formada ou repetida recusa o extrato no fim da carga. *
      *-----------------------------------------------------------*
       022-TRATA-CONTROLE.
           MOVE "S" TO WS-LINHA-VALIDA
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE "CONTROLE" TO WS-NOME-CAMPO
           IF CONTROLE-ENCONTRADO
               MOVE 1 TO WS-COL-ATUAL
               PERFORM 024-PEGA-COLUNA
               MOVE "LINHA DE CONTROLE REPETIDA" TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-LINHA-VALIDA
           END-IF
           SET CONTROLE-ENCONTRADO TO TRUE
           IF LINHA-ACEITA
               MOVE 2 TO WS-COL-ATUAL
               PERFORM 024-PEGA-COLUNA
               PERFORM 030-CONVERTE-VALOR
               IF LINHA-ACEITA
                   IF WS-CASAS-DECIMAIS NOT = ZEROES
                      OR WS-NUMERO-CONVERTIDO < ZEROES
                      OR WS-NUMERO-CONVERTIDO > 9999999
                       MOVE "QUANTIDADE DE CONTROLE INVALIDA"
                           TO WS-MOTIVO-RECUSA
                       MOVE "N" TO WS-LINHA-VALIDA
                   ELSE
                       MOVE WS-NUMERO-CONVERTIDO TO WS-CONTROLE-QTDE
                   END-IF
               END-IF
           END-IF
           IF LINHA-ACEITA
               MOVE 3 TO WS-COL-ATUAL
               PERFORM 024-PEGA-COLUNA
               PERFORM 030-CONVERTE-VALOR
               IF LINHA-ACEITA
                   MOVE WS-NUMERO-CONVERTIDO TO WS-CONTROLE-VALOR
               END-IF
           END-IF
           IF NOT LINHA-ACEITA
               MOVE "N" TO WS-CONTROLE-OK
               PERFORM 039-GRAVA-RECUSA
           END-IF.

       023-CONVERTE-DETALHE.
           ADD 1 TO WS-QTDE-LIDAS
           MOVE "S" TO WS-LINHA-VALIDA
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE SPACES TO WS-NOME-CAMPO
           MOVE ZEROES TO WS-COLUNA-ERRO
           MOVE SPACES TO WS-CAMPO
           MOVE ZEROES TO WS-ENT-VALOR-1 WS-ENT-VALOR-2 WS-ENT-DATA
           MOVE SPACES TO WS-ENT-REFERENCIA WS-ENT-COMPANY
               WS-ENT-CURRENCY WS-ENT-CONTRA WS-CAMPO-OPERACAO
           IF CONTROLE-ENCONTRADO
               MOVE "LINHA APOS A LINHA DE CONTROLE"
                   TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-LINHA-VALIDA
           END-IF
           IF LINHA-ACEITA
               IF COLUNAS-ALEM-DA-TABELA
                  OR WS-QTDE-COL-LIDAS > WS-QTDE-COLUNAS
                   COMPUTE WS-COLUNA-ERRO = WS-QTDE-COLUNAS + 1
                   MOVE "COLUNAS ALEM DO LAYOUT" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               END-IF
               IF WS-QTDE-COL-LIDAS < WS-QTDE-COLUNAS
                   COMPUTE WS-COLUNA-ERRO = WS-QTDE-COL-LIDAS + 1
                   MOVE "LINHA COM MENOS COLUNAS QUE O LAYOUT"
                       TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               END-IF
           END-IF
           IF LINHA-ACEITA
               MOVE "OPERACAO" TO WS-NOME-CAMPO
               MOVE WS-COL-OPERACAO TO WS-COL-ATUAL
               PERFORM 024-PEGA-COLUNA
               MOVE WS-CAMPO(1:1) TO WS-CAMPO-OPERACAO
               IF NOT OPERACAO-VALIDA
                  OR WS-CAMPO(2:29) NOT = SPACES
                   MOVE "OPERACAO INVALIDA" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               END-IF
           END-IF
           IF LINHA-ACEITA
               MOVE "VALOR-1" TO WS-NOME-CAMPO
               MOVE WS-COL-VALOR-1 TO WS-COL-ATUAL
               PERFORM 025-CONVERTE-VALOR-TRANSACAO
               MOVE WS-NUMERO-CONVERTIDO TO WS-ENT-VALOR-1
           END-IF
           IF LINHA-ACEITA
               MOVE "VALOR-2" TO WS-NOME-CAMPO
               MOVE WS-COL-VALOR-2 TO WS-COL-ATUAL
               PERFORM 025-CONVERTE-VALOR-TRANSACAO
               MOVE WS-NUMERO-CONVERTIDO TO WS-ENT-VALOR-2
           END-IF
           IF LINHA-ACEITA
               MOVE "DATA" TO WS-NOME-CAMPO
               MOVE WS-COL-DATA TO WS-COL-ATUAL
               PERFORM 024-PEGA-COLUNA
               PERFORM 032-CONVERTE-DATA
           END-IF
           IF LINHA-ACEITA
               MOVE "REFERENCIA" TO WS-NOME-CAMPO
               MOVE WS-COL-REFERENCIA TO WS-COL-ATUAL
               PERFORM 024-PEGA-COLUNA
               MOVE WS-CAMPO TO WS-ENT-REFERENCIA
               MOVE WS-ENT-REFERENCIA TO WS-REF-ANALISE
               EVALUATE TRUE
                   WHEN WS-CAMPO = SPACES
                       MOVE "REFERENCIA EM BRANCO" TO WS-MOTIVO-RECUSA
                       MOVE "N" TO WS-LINHA-VALIDA
                   WHEN WS-CAMPO(11:20) NOT = SPACES
                       MOVE "REFERENCIA COM MAIS DE 10 POSICOES"
                           TO WS-MOTIVO-RECUSA
                       MOVE "N" TO WS-LINHA-VALIDA
                   WHEN WS-REF-PREFIXO = "IC"
                       MOVE "PREFIXO IC RESERVADO PARA ESPELHOS"
                           TO WS-MOTIVO-RECUSA
                       MOVE "N" TO WS-LINHA-VALIDA
               END-EVALUATE
           END-IF
           IF LINHA-ACEITA
               PERFORM 034-VALIDA-EMPRESA
           END-IF
           IF LINHA-ACEITA
               PERFORM 036-VALIDA-MOEDA
           END-IF
           IF LINHA-ACEITA
               AND WS-COL-CONTRAPARTE NOT = ZEROES
               MOVE "CONTRAPARTE" TO WS-NOME-CAMPO
               MOVE WS-COL-CONTRAPARTE TO WS-COL-ATUAL
               PERFORM 024-PEGA-COLUNA
               MOVE WS-CAMPO TO WS-ENT-CONTRA
               IF WS-CAMPO(4:27) NOT = SPACES
                   MOVE "CONTRAPARTE COM MAIS DE 3 POSICOES"
                       TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               END-IF
               IF WS-ENT-CONTRA NOT = SPACES
                  AND WS-ENT-CONTRA = WS-ENT-COMPANY
                   MOVE "CONTRAPARTE IGUAL A EMPRESA"
                       TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               END-IF
           END-IF
           IF LINHA-ACEITA
               PERFORM 038-GUARDA-TRANSACAO
           ELSE
               PERFORM 039-GRAVA-RECUSA
           END-IF.

       024-PEGA-COLUNA.
           MOVE WS-COL-ATUAL TO WS-COLUNA-ERRO
           MOVE WS-COL-TEXTO(WS-COL-ATUAL) TO WS-CAMPO.

      *-----------------------------------------------------------*
      * Valor de detalhe: em branco so no cancelamento (o CALC    *
      * ignora os valores da operacao "C"), e no maximo 7 digitos *
      * inteiros, o TX-VALOR do CALCIN.                           *
      *-----------------------------------------------------------*
       025-CONVERTE-VALOR-TRANSACAO.
           PERFORM 024-PEGA-COLUNA
           IF WS-CAMPO = SPACES AND OPERACAO-CANCELAMENTO
               MOVE ZEROES TO WS-NUMERO-CONVERTIDO
           ELSE
               PERFORM 030-CONVERTE-VALOR
               IF LINHA-ACEITA
                  AND (WS-NUMERO-CONVERTIDO > 9999999.99
                       OR WS-NUMERO-CONVERTIDO < -9999999.99)
                   MOVE "VALOR EXCEDE 7 DIGITOS INTEIROS"
                       TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * Valor com decimais explicitos: sinal "-" opcional antes   *
      * dos digitos, um unico separador decimal do layout, no     *
      * maximo 2 casas, brancos so antes e depois do numero. O    *
      * separador de milhar nao e aceito.                         *
      *-----------------------------------------------------------*
       030-CONVERTE-VALOR.
           MOVE ZEROES TO WS-NUMERO-CONVERTIDO
           MOVE ZEROES TO WS-QTDE-DIGITOS
           MOVE ZEROES TO WS-QTDE-SEPARADORES
           MOVE ZEROES TO WS-CASAS-DECIMAIS
           MOVE "N" TO WS-VIU-CONTEUDO
           MOVE "N" TO WS-ENCERROU-CONTEUDO
           MOVE "N" TO WS-VALOR-INVALIDO
           MOVE ZEROES TO WS-IDX-CHAR
           PERFORM 031-TESTA-CHAR-VALOR
               UNTIL WS-IDX-CHAR = 30 OR VALOR-MAL-FORMADO
           EVALUATE TRUE
               WHEN WS-CAMPO = SPACES
                   MOVE "VALOR EM BRANCO" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               WHEN VALOR-MAL-FORMADO
                  OR WS-QTDE-DIGITOS = ZEROES
                  OR WS-QTDE-SEPARADORES > 1
                   MOVE "VALOR MAL FORMADO" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               WHEN WS-CASAS-DECIMAIS > 2
                   MOVE "VALOR COM MAIS DE 2 CASAS DECIMAIS"
                       TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               WHEN OTHER
                   MOVE WS-CAMPO TO WS-CAMPO-NUMVAL
                   IF DECIMAL-VIRGULA
                       INSPECT WS-CAMPO-NUMVAL
                           REPLACING ALL "," BY "."
                   END-IF
                   COMPUTE WS-NUMERO-CONVERTIDO =
                       FUNCTION NUMVAL(WS-CAMPO-NUMVAL)
                       ON SIZE ERROR
                           MOVE "VALOR FORA DA FAIXA"
                               TO WS-MOTIVO-RECUSA
                           MOVE "N" TO WS-LINHA-VALIDA
                   END-COMPUTE
           END-EVALUATE.

       031-TESTA-CHAR-VALOR.
           ADD 1 TO WS-IDX-CHAR
           MOVE WS-CAMPO(WS-IDX-CHAR:1) TO WS-UM-CHAR
           EVALUATE TRUE
               WHEN WS-UM-CHAR = SPACE
                   IF CONTEUDO-INICIADO
                       SET CONTEUDO-ENCERRADO TO TRUE
                   END-IF
               WHEN CONTEUDO-ENCERRADO
                   SET VALOR-MAL-FORMADO TO TRUE
               WHEN WS-UM-CHAR = "-"
                   IF CONTEUDO-INICIADO
                       SET VALOR-MAL-FORMADO TO TRUE
                   END-IF
                   SET CONTEUDO-INICIADO TO TRUE
               WHEN WS-UM-CHAR = WS-SEPARADOR-DECIMAL
                   ADD 1 TO WS-QTDE-SEPARADORES
                   SET CONTEUDO-INICIADO TO TRUE
               WHEN WS-UM-CHAR >= "0" AND WS-UM-CHAR <= "9"
                   ADD 1 TO WS-QTDE-DIGITOS
                   IF WS-QTDE-SEPARADORES > ZEROES
                       ADD 1 TO WS-CASAS-DECIMAIS
                   END-IF
                   SET CONTEUDO-INICIADO TO TRUE
               WHEN OTHER
                   SET VALOR-MAL-FORMADO TO TRUE
           END-EVALUATE.

       032-CONVERTE-DATA.
           MOVE SPACES TO WS-DATA-X
           EVALUATE TRUE
               WHEN DATA-AAAAMMDD
                   IF WS-CAMPO(9:22) = SPACES
                       MOVE WS-CAMPO(1:8) TO WS-DATA-X
                   END-IF
               WHEN DATA-DDMMAAAA
                   IF WS-CAMPO(9:22) = SPACES
                       STRING WS-CAMPO(5:4) WS-CAMPO(3:2)
                           WS-CAMPO(1:2) DELIMITED BY SIZE
                           INTO WS-DATA-X
                   END-IF
               WHEN DATA-DD-MM-AAAA
                   IF WS-CAMPO(3:1) = "/" AND WS-CAMPO(6:1) = "/"
                      AND WS-CAMPO(11:20) = SPACES
                       STRING WS-CAMPO(7:4) WS-CAMPO(4:2)
                           WS-CAMPO(1:2) DELIMITED BY SIZE
                           INTO WS-DATA-X
                   END-IF
               WHEN DATA-AAAA-MM-DD
                   IF WS-CAMPO(5:1) = "-" AND WS-CAMPO(8:1) = "-"
                      AND WS-CAMPO(11:20) = SPACES
                       STRING WS-CAMPO(1:4) WS-CAMPO(6:2)
                           WS-CAMPO(9:2) DELIMITED BY SIZE
                           INTO WS-DATA-X
                   END-IF
           END-EVALUATE
           IF WS-DATA-NUM IS NOT NUMERIC
               MOVE SPACES TO WS-MOTIVO-RECUSA
               STRING "DATA FORA DO FORMATO " WS-FORMATO-DATA
                   DELIMITED BY SIZE INTO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-LINHA-VALIDA
           ELSE
               PERFORM 033-VALIDA-CALENDARIO
           END-IF.

       033-VALIDA-CALENDARIO.
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
               MOVE "DATA NAO E DE CALENDARIO" TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-LINHA-VALIDA
           ELSE
               MOVE WS-DATA-NUM TO WS-ENT-DATA
           END-IF.

      *-----------------------------------------------------------*
      * Empresa da coluna do layout ou, sem coluna, a do cartao.  *
      * Lote de uma empresa so recusa linha de outra empresa.     *
      *-----------------------------------------------------------*
       034-VALIDA-EMPRESA.
           MOVE "EMPRESA" TO WS-NOME-CAMPO
           IF WS-COL-EMPRESA = ZEROES
               MOVE ZEROES TO WS-COLUNA-ERRO
               MOVE WS-EMPRESA-LOTE TO WS-CAMPO
           ELSE
               MOVE WS-COL-EMPRESA TO WS-COL-ATUAL
               PERFORM 024-PEGA-COLUNA
           END-IF
           MOVE WS-CAMPO TO WS-ENT-COMPANY
           EVALUATE TRUE
               WHEN WS-CAMPO = SPACES
               WHEN WS-CAMPO(4:27) NOT = SPACES
                   MOVE "EMPRESA INVALIDA" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               WHEN WS-EMPRESA-LOTE NOT = SPACES
                AND WS-ENT-COMPANY NOT = WS-EMPRESA-LOTE
                   MOVE "EMPRESA DIFERENTE DA EMPRESA DO LOTE"
                       TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
           END-EVALUATE
           IF LINHA-ACEITA AND VALIDA-EMPRESAS
               MOVE ZEROES TO WS-IDX-EMP
               MOVE "N" TO WS-EMP-ACHOU
               PERFORM 035-PROCURA-EMPRESA
                   UNTIL EMPRESA-CADASTRADA
                   OR WS-IDX-EMP = WS-EMP-QTDE
               IF NOT EMPRESA-CADASTRADA
                  OR WS-EMP-SITUACAO(WS-IDX-EMP) NOT = "A"
                   MOVE "EMPRESA DESCONHECIDA OU INATIVA"
                       TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               END-IF
           END-IF.

       035-PROCURA-EMPRESA.
           ADD 1 TO WS-IDX-EMP
           IF WS-EMP-CODIGO(WS-IDX-EMP) = WS-ENT-COMPANY
               SET EMPRESA-CADASTRADA TO TRUE
           END-IF.

       036-VALIDA-MOEDA.
           MOVE "MOEDA" TO WS-NOME-CAMPO
           MOVE WS-COL-MOEDA TO WS-COL-ATUAL
           PERFORM 024-PEGA-COLUNA
           MOVE WS-CAMPO TO WS-ENT-CURRENCY
           IF WS-CAMPO = SPACES
              OR WS-CAMPO(4:27) NOT = SPACES
               MOVE "MOEDA INVALIDA" TO WS-MOTIVO-RECUSA
               MOVE "N" TO WS-LINHA-VALIDA
           END-IF
           IF LINHA-ACEITA AND VALIDA-MOEDAS
               MOVE ZEROES TO WS-IDX-MOE
               MOVE "N" TO WS-MOE-ACHOU
               PERFORM 037-PROCURA-MOEDA
                   UNTIL MOEDA-CADASTRADA
                   OR WS-IDX-MOE = WS-MOE-QTDE
               IF NOT MOEDA-CADASTRADA
                  OR WS-MOE-SITUACAO(WS-IDX-MOE) NOT = "A"
                   MOVE "MOEDA DESCONHECIDA OU INATIVA"
                       TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-LINHA-VALIDA
               END-IF
           END-IF.

       037-PROCURA-MOEDA.
           ADD 1 TO WS-IDX-MOE
           IF WS-MOE-CODIGO(WS-IDX-MOE) = WS-ENT-CURRENCY
               SET MOEDA-CADASTRADA TO TRUE
           END-IF.

       038-GUARDA-TRANSACAO.
           IF WS-DET-QTDE = 2000
               MOVE "EXTRATO EXCEDE A TABELA DE 2000 DETALHES"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE WS-ENT-VALOR-1    TO TX-VALOR-1
           MOVE WS-CAMPO-OPERACAO TO TX-OPERACAO
           MOVE WS-ENT-VALOR-2    TO TX-VALOR-2
           MOVE WS-ENT-DATA       TO TX-DATA-TRANSACAO
           MOVE WS-ENT-REFERENCIA TO TX-REFERENCIA
           MOVE WS-ENT-COMPANY    TO TX-COMPANY-CODE
           MOVE WS-ENT-CURRENCY   TO TX-CURRENCY-CODE
           MOVE WS-ENT-CONTRA     TO TX-CONTRA-COMPANY
           ADD 1 TO WS-DET-QTDE
           MOVE TX-TRANSACAO-REC TO WS-DET-DADOS(WS-DET-QTDE)
           ADD WS-ENT-VALOR-1 TO WS-HASH-LOTE
           ADD WS-ENT-VALOR-2 TO WS-HASH-LOTE.

       039-GRAVA-RECUSA.
           ADD 1 TO WS-QTDE-RECUSADAS
           MOVE WS-NUMERO-LINHA  TO WS-LIN-NUMERO
           MOVE WS-COLUNA-ERRO   TO WS-LIN-COLUNA
           MOVE WS-NOME-CAMPO    TO WS-LIN-CAMPO
           MOVE WS-MOTIVO-RECUSA TO WS-LIN-MOTIVO
           MOVE WS-CAMPO         TO WS-LIN-CONTEUDO
           MOVE WS-LINHA-RECUSA  TO RELAT-LINHA
           WRITE RELAT-LINHA.

      *-----------------------------------------------------------*
      * Totais de controle do proprio extrato contra o que foi    *
      * carregado: divergencia, linha de controle ausente ou mal  *
      * formada recusa o extrato inteiro, sem CALCIN - um lote    *
      * parcial ou truncado nao pode seguir para o CALC.          *
      *-----------------------------------------------------------*
       040-CONFERE-CONTROLE.
           IF WS-MARCA-CONTROLE NOT = SPACES
               MOVE SPACES TO WS-MSG-ERRO
               EVALUATE TRUE
                   WHEN NOT CONTROLE-ENCONTRADO
                       MOVE "EXTRATO SEM LINHA DE CONTROLE - RECUSADO"
                           TO WS-MSG-ERRO
                   WHEN NOT CONTROLE-BEM-FORMADO
                       MOVE "LINHA DE CONTROLE MAL FORMADA - RECUSADO"
                           TO WS-MSG-ERRO
                   WHEN OTHER
                       MOVE WS-CONTROLE-VALOR TO WS-CONTROLE-EDITADO
                       MOVE SPACES TO RELAT-LINHA
                       STRING "CONTROLE DO EXTRATO - QTDE: "
                           WS-CONTROLE-QTDE
                           " VALOR: " WS-CONTROLE-EDITADO
                           DELIMITED BY SIZE INTO RELAT-LINHA
                       WRITE RELAT-LINHA
                       IF WS-CONTROLE-QTDE NOT = WS-DET-QTDE
                          OR WS-CONTROLE-VALOR NOT = WS-HASH-LOTE
                           MOVE "CONTROLE NAO CONFERE COM O CARREGADO"
                               TO WS-MSG-ERRO
                       END-IF
               END-EVALUATE
               IF WS-MSG-ERRO NOT = SPACES
                   MOVE WS-MSG-ERRO TO RELAT-LINHA
                   WRITE RELAT-LINHA
                   CLOSE RELAT-OUT-FILE
                   MOVE "CARGAERR" TO RS-RELATORIO
                   PERFORM 9997-ARQUIVA-RELATORIO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               MOVE "TOTAIS DE CONTROLE CONFERIDOS" TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF.

       050-GRAVA-LOTE.
           OPEN OUTPUT CALC-IN-FILE
           IF WS-FS-CALCIN NOT = "00"
               MOVE WS-FS-CALCIN TO WS-FS-ERRO
               MOVE "FALHA AO GRAVAR CALCIN" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE "H" TO BH-TIPO-REG
           MOVE WS-DATA-ATUAL-NUM TO BH-DATA-LOTE
           MOVE WS-SISTEMA-ORIGEM TO BH-SISTEMA-ORIGEM
           MOVE WS-EMPRESA-LOTE   TO BH-COMPANY-CODE
           MOVE WS-NUMERO-LOTE    TO BH-NUMERO-LOTE
           MOVE SPACES TO BH-OPERADOR-ID
           WRITE BH-HEADER-REC
           MOVE ZEROES TO WS-IDX-DET
           PERFORM 051-GRAVA-DETALHE
               UNTIL WS-IDX-DET = WS-DET-QTDE
           MOVE "T" TO BT-TIPO-REG
           MOVE WS-DET-QTDE  TO BT-QTDE-REGISTROS
           MOVE WS-HASH-LOTE TO BT-HASH-VALORES
           WRITE BT-TRAILER-REC
           CLOSE CALC-IN-FILE.

       051-GRAVA-DETALHE.
           ADD 1 TO WS-IDX-DET
           MOVE WS-DET-DADOS(WS-IDX-DET) TO TX-TRANSACAO-REC
           WRITE TX-TRANSACAO-REC.

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
