       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODREL01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: relatorio de excecoes de  *
      *              segregacao de funcoes para a auditoria        *
      *              interna. Para o intervalo de datas do cartao  *
      *              SODPARM (ausente usa a data corrente) lista   *
      *              no SODRPT cada item em que o mesmo operador   *
      *              ocupou os dois lados de um controle: lote do  *
      *              ENTLOT01 digitado e postado no CALC pela      *
      *              mesma pessoa (JR-OPERADOR-LOTE x              *
      *              JR-OPERADOR-ID do CALCJRNL); ajuste do        *
      *              ADJUST02 aprovado e retido do CALCHOLD/GLHOLD *
      *              liberado por quem o digitou ou submeteu       *
      *              (trilha CTLDUPLO do ADD02 e do HOLDREL);      *
      *              manutencao do proprio cadastro no OPEMAINT    *
      *              (MNTAUDIT); e operador cujo nivel de          *
      *              autoridade foi elevado no OPERMAST poucos     *
      *              dias antes de atuar (janela do SODPARM,       *
      *              ausente usa 30 dias) no AUDITLOG ou no        *
      *              CTLDUPLO. Havendo excecao o RETURN-CODE e 4.  *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio SODRPT arquivado depois do     *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SODPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT JORNAL-FILE ASSIGN TO "CALCJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JORNAL.
           SELECT CTL-DUPLO-FILE ASSIGN TO "CTLDUPLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTLDUPLO.
           SELECT MANUTENCAO-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MNTAUDIT.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
           SELECT RELAT-OUT-FILE ASSIGN TO "SODRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-DATA-INICIAL        PIC 9(08).
           05 PA-DATA-FINAL          PIC 9(08).
           05 PA-JANELA-DIAS         PIC 9(03).
       FD  JORNAL-FILE.
           COPY JOURNAL.
       FD  CTL-DUPLO-FILE.
           COPY CTLDUPLO.
       FD  MANUTENCAO-FILE.
           COPY MNTAUD.
       FD  AUDIT-LOG-FILE.
           COPY AUDITLOG.
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
       01  WS-FS-JORNAL              PIC X(02).
       01  WS-FS-CTLDUPLO            PIC X(02).
       01  WS-FS-MNTAUDIT            PIC X(02).
       01  WS-FS-AUDITLOG            PIC X(02).

       01  WS-DATA-INICIAL           PIC 9(08) VALUE ZEROES.
       01  WS-DATA-FINAL             PIC 9(08) VALUE ZEROES.
       01  WS-JANELA-DIAS            PIC 9(03) VALUE 30.
       01  WS-DIA-INICIAL            PIC 9(07) VALUE ZEROES.
       01  WS-DIA-USO                PIC 9(07) VALUE ZEROES.

       01  WS-EOF                    PIC X(01) VALUE "N".
           88 FIM-DO-ARQUIVO         VALUE "S".

      *    Imagens ANTES/DEPOIS do OPERMAST gravadas pelo OPEMAINT
      *    no MNTAUDIT (OPERMAST.CPY: ID nas posicoes 1-8, nivel de
      *    autoridade na posicao 40).
       01  WS-IMAGEM-ANTES.
           05 WS-ANT-ID              PIC X(08).
           05 FILLER                 PIC X(31).
           05 WS-ANT-NIVEL           PIC X(01).
           05 FILLER                 PIC X(110).
       01  WS-IMAGEM-DEPOIS.
           05 WS-DEP-ID              PIC X(08).
           05 FILLER                 PIC X(31).
           05 WS-DEP-NIVEL           PIC X(01).
           05 FILLER                 PIC X(110).
       01  WS-NIVEL-ANTES            PIC 9(01) VALUE ZEROES.
       01  WS-NIVEL-DEPOIS           PIC 9(01) VALUE ZEROES.
       01  WS-ID-MANTIDO             PIC X(08) VALUE SPACES.

       01  WS-ELEVACOES.
           05 WS-ELV-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-ELV-ENTRADA         OCCURS 100 TIMES.
               10 WS-ELV-OPERADOR    PIC X(08).
               10 WS-ELV-DATA        PIC 9(08).
               10 WS-ELV-DIA         PIC 9(07).
               10 WS-ELV-NIVEL-ANT   PIC 9(01).
               10 WS-ELV-NIVEL-DEP   PIC 9(01).
               10 WS-ELV-AUTOR       PIC X(08).
               10 WS-ELV-USOS        PIC 9(05).
               10 WS-ELV-PRI-DATA    PIC 9(08).
               10 WS-ELV-PRI-HORA    PIC 9(08).
               10 WS-ELV-PRI-PROGRAMA PIC X(08).
       01  WS-IDX-ELV                PIC 9(03) VALUE ZEROES.
       01  WS-USO-OPERADOR           PIC X(08) VALUE SPACES.
       01  WS-USO-DATA               PIC 9(08) VALUE ZEROES.
       01  WS-USO-HORA               PIC 9(08) VALUE ZEROES.
       01  WS-USO-PROGRAMA           PIC X(08) VALUE SPACES.

       01  WS-QTDE-LOTE              PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-DECISAO           PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-MANUTENCAO        PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-ELEVACAO          PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-EXCECOES          PIC 9(05) VALUE ZEROES.

       01  WS-LINHA-LOTE.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LIN-LOT-DATA        PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-LOT-OPERADOR    PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-LOT-REFERENCIA  PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-LOT-EMPRESA     PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-LOT-ORIGEM      PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-LOT-VALOR       PIC -(7)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-LOT-SITUACAO    PIC X(08).

       01  WS-LINHA-DECISAO.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LIN-DEC-TIPO        PIC X(11).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DEC-DATA        PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DEC-REFERENCIA  PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DEC-EMPRESA     PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DEC-VALOR       PIC -(9)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DEC-DIGITADOR   PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DEC-SUBMISSOR   PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DEC-DECISOR     PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DEC-DECISAO     PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DEC-CONFLITO    PIC X(24).

       01  WS-LINHA-MANUTENCAO.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LIN-MNT-DATA        PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-MNT-HORA        PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-MNT-OPERADOR    PIC X(08).
           05 FILLER                 PIC X(07) VALUE " ACAO: ".
           05 WS-LIN-MNT-ACAO        PIC X(01).
           05 FILLER                 PIC X(08) VALUE " NIVEL: ".
           05 WS-LIN-MNT-NIVEL-ANT   PIC 9(01).
           05 FILLER                 PIC X(04) VALUE " -> ".
           05 WS-LIN-MNT-NIVEL-DEP   PIC 9(01).

       01  WS-LINHA-ELEVACAO.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LIN-ELV-OPERADOR    PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-ELV-DATA        PIC 9(08).
           05 FILLER                 PIC X(08) VALUE " NIVEL: ".
           05 WS-LIN-ELV-NIVEL-ANT   PIC 9(01).
           05 FILLER                 PIC X(04) VALUE " -> ".
           05 WS-LIN-ELV-NIVEL-DEP   PIC 9(01).
           05 FILLER                 PIC X(05) VALUE " POR ".
           05 WS-LIN-ELV-AUTOR       PIC X(08).
           05 FILLER                 PIC X(13) VALUE " PRIMEIRO USO".
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-ELV-PRI-DATA    PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-ELV-PRI-PROGRAMA PIC X(08).
           05 FILLER                 PIC X(08) VALUE " USOS: ".
           05 WS-LIN-ELV-USOS        PIC ZZZZ9.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "SODREL01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-INICIAL = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           MOVE WS-DATA-INICIAL TO WS-DATA-FINAL
           PERFORM 002-LE-PARAMETRO
           COMPUTE WS-DIA-INICIAL =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIAL)
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           STRING "EXCECOES DE SEGREGACAO DE FUNCOES - "
               WS-DATA-INICIAL " A " WS-DATA-FINAL
               " - JANELA DE ELEVACAO: " WS-JANELA-DIAS " DIAS"
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           PERFORM 003-PROCESSA-JORNAL
           PERFORM 006-PROCESSA-CTL-DUPLO
           PERFORM 010-PROCESSA-MANUTENCAO
           PERFORM 015-PROCESSA-ELEVACOES
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "TOTAL DE EXCECOES: " WS-QTDE-EXCECOES
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           CLOSE RELAT-OUT-FILE
           MOVE "SODRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "SEGREGACAO DE FUNCOES GRAVADA EM SODRPT - "
               "LOTES: " WS-QTDE-LOTE
               " DECISOES: " WS-QTDE-DECISAO
               " MANUTENCOES: " WS-QTDE-MANUTENCAO
               " ELEVACOES: " WS-QTDE-ELEVACAO
           IF WS-QTDE-EXCECOES > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       002-LE-PARAMETRO.
           OPEN INPUT PARM-FILE
           EVALUATE WS-FS-PARM
               WHEN "00"
                   READ PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PA-DATA-INICIAL IS NUMERIC
                              AND PA-DATA-INICIAL NOT = ZEROES
                               MOVE PA-DATA-INICIAL
                                   TO WS-DATA-INICIAL
                           END-IF
                           IF PA-DATA-FINAL IS NUMERIC
                              AND PA-DATA-FINAL NOT = ZEROES
                               MOVE PA-DATA-FINAL TO WS-DATA-FINAL
                           END-IF
                           IF PA-JANELA-DIAS IS NUMERIC
                              AND PA-JANELA-DIAS NOT = ZEROES
                               MOVE PA-JANELA-DIAS TO WS-JANELA-DIAS
                           END-IF
                   END-READ
                   CLOSE PARM-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-PARM TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR SODPARM" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

      *-----------------------------------------------------------*
      * Digitador x postador: transacao postada ou retida pelo    *
      * CALC cujo lote foi digitado no ENTLOT01 pelo mesmo        *
      * operador que rodou o CALC.                                *
      *-----------------------------------------------------------*
       003-PROCESSA-JORNAL.
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "LOTE DIGITADO E POSTADO PELO MESMO OPERADOR (CALCJRNL)"
               TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "N" TO WS-EOF
           OPEN INPUT JORNAL-FILE
           EVALUATE WS-FS-JORNAL
               WHEN "00"
                   PERFORM 004-LE-JORNAL UNTIL FIM-DO-ARQUIVO
                   CLOSE JORNAL-FILE
               WHEN "35"
                   MOVE "  CALCJRNL NAO ENCONTRADO" TO RELAT-LINHA
                   WRITE RELAT-LINHA
               WHEN OTHER
                   MOVE WS-FS-JORNAL TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CALCJRNL" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF WS-QTDE-LOTE = ZEROES
               MOVE "  NENHUMA OCORRENCIA" TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF.

       004-LE-JORNAL.
           READ JORNAL-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF JR-DATA-EXEC NOT < WS-DATA-INICIAL
                      AND JR-DATA-EXEC NOT > WS-DATA-FINAL
                      AND JR-OPERADOR-LOTE NOT = SPACES
                      AND JR-OPERADOR-LOTE = JR-OPERADOR-ID
                      AND (JR-POSTADA OR JR-RETIDA)
                       PERFORM 005-IMPRIME-LOTE
                   END-IF
           END-READ.

       005-IMPRIME-LOTE.
           MOVE JR-DATA-EXEC      TO WS-LIN-LOT-DATA
           MOVE JR-OPERADOR-ID    TO WS-LIN-LOT-OPERADOR
           MOVE JR-REFERENCIA     TO WS-LIN-LOT-REFERENCIA
           MOVE JR-COMPANY-CODE   TO WS-LIN-LOT-EMPRESA
           MOVE JR-SISTEMA-ORIGEM TO WS-LIN-LOT-ORIGEM
           MOVE JR-RESULTADO      TO WS-LIN-LOT-VALOR
           IF JR-POSTADA
               MOVE "POSTADA" TO WS-LIN-LOT-SITUACAO
           ELSE
               MOVE "RETIDA" TO WS-LIN-LOT-SITUACAO
           END-IF
           MOVE WS-LINHA-LOTE TO RELAT-LINHA
           WRITE RELAT-LINHA
           ADD 1 TO WS-QTDE-LOTE
           ADD 1 TO WS-QTDE-EXCECOES.

      *-----------------------------------------------------------*
      * Submissao x decisao: ajuste aprovado (ADD02) e retido     *
      * liberado ou rejeitado (HOLDREL) por quem digitou ou       *
      * submeteu o proprio item, pela trilha CTLDUPLO.            *
      *-----------------------------------------------------------*
       006-PROCESSA-CTL-DUPLO.
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "ITEM DECIDIDO POR QUEM O DIGITOU OU SUBMETEU"
               TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "N" TO WS-EOF
           OPEN INPUT CTL-DUPLO-FILE
           EVALUATE WS-FS-CTLDUPLO
               WHEN "00"
                   PERFORM 007-LE-CTL-DUPLO UNTIL FIM-DO-ARQUIVO
                   CLOSE CTL-DUPLO-FILE
               WHEN "35"
                   MOVE "  CTLDUPLO NAO ENCONTRADO" TO RELAT-LINHA
                   WRITE RELAT-LINHA
               WHEN OTHER
                   MOVE WS-FS-CTLDUPLO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CTLDUPLO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF WS-QTDE-DECISAO = ZEROES
               MOVE "  NENHUMA OCORRENCIA" TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF.

       007-LE-CTL-DUPLO.
           READ CTL-DUPLO-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF CD-DATA-DECISAO NOT < WS-DATA-INICIAL
                      AND CD-DATA-DECISAO NOT > WS-DATA-FINAL
                      AND CD-OPERADOR-DECISAO NOT = SPACES
                       PERFORM 008-CONFERE-DECISAO
                   END-IF
           END-READ.

       008-CONFERE-DECISAO.
           EVALUATE TRUE
               WHEN CD-OPERADOR-DECISAO = CD-OPERADOR-DIGITACAO
                   MOVE "DECISOR DIGITOU O ITEM" TO WS-LIN-DEC-CONFLITO
                   PERFORM 009-IMPRIME-DECISAO
               WHEN CD-OPERADOR-DECISAO = CD-OPERADOR-SUBMISSAO
                   MOVE "DECISOR SUBMETEU O ITEM"
                       TO WS-LIN-DEC-CONFLITO
                   PERFORM 009-IMPRIME-DECISAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       009-IMPRIME-DECISAO.
           EVALUATE TRUE
               WHEN CD-ORIGEM-AJUSTE
                   MOVE "AJUSTE"      TO WS-LIN-DEC-TIPO
               WHEN CD-ORIGEM-RETIDO-CALC
                   MOVE "RETIDO CALC" TO WS-LIN-DEC-TIPO
               WHEN CD-ORIGEM-RETIDO-GL
                   MOVE "RETIDO GL"   TO WS-LIN-DEC-TIPO
               WHEN OTHER
                   MOVE CD-PROGRAMA   TO WS-LIN-DEC-TIPO
           END-EVALUATE
           MOVE CD-DATA-DECISAO       TO WS-LIN-DEC-DATA
           MOVE CD-REFERENCIA         TO WS-LIN-DEC-REFERENCIA
           MOVE CD-COMPANY-CODE       TO WS-LIN-DEC-EMPRESA
           MOVE CD-VALOR              TO WS-LIN-DEC-VALOR
           MOVE CD-OPERADOR-DIGITACAO TO WS-LIN-DEC-DIGITADOR
           MOVE CD-OPERADOR-SUBMISSAO TO WS-LIN-DEC-SUBMISSOR
           MOVE CD-OPERADOR-DECISAO   TO WS-LIN-DEC-DECISOR
           IF CD-APROVADA
               MOVE "APROVADA" TO WS-LIN-DEC-DECISAO
           ELSE
               MOVE "NEGADA" TO WS-LIN-DEC-DECISAO
           END-IF
           MOVE WS-LINHA-DECISAO TO RELAT-LINHA
           WRITE RELAT-LINHA
           ADD 1 TO WS-QTDE-DECISAO
           ADD 1 TO WS-QTDE-EXCECOES.

      *-----------------------------------------------------------*
      * Manutencao de cadastro: operador que alterou o proprio    *
      * registro no OPEMAINT. A mesma leitura do MNTAUDIT monta a *
      * tabela de elevacoes de nivel de autoridade que podem ter  *
      * uso dentro do intervalo (ate a janela antes do inicio).   *
      * As gravacoes do SENHASVC (troca de senha e bloqueio no    *
      * sign-on do proprio operador) nao sao manutencao.          *
      *-----------------------------------------------------------*
       010-PROCESSA-MANUTENCAO.
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "MANUTENCAO DO PROPRIO CADASTRO DE OPERADOR (MNTAUDIT)"
               TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "N" TO WS-EOF
           OPEN INPUT MANUTENCAO-FILE
           EVALUATE WS-FS-MNTAUDIT
               WHEN "00"
                   PERFORM 011-LE-MANUTENCAO UNTIL FIM-DO-ARQUIVO
                   CLOSE MANUTENCAO-FILE
               WHEN "35"
                   MOVE "  MNTAUDIT NAO ENCONTRADO" TO RELAT-LINHA
                   WRITE RELAT-LINHA
               WHEN OTHER
                   MOVE WS-FS-MNTAUDIT TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR MNTAUDIT" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF WS-QTDE-MANUTENCAO = ZEROES
               MOVE "  NENHUMA OCORRENCIA" TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF.

       011-LE-MANUTENCAO.
           READ MANUTENCAO-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF MT-PROGRAMA = "OPEMAINT"
                      AND MT-DATA-ALTERACAO IS NUMERIC
                      AND MT-DATA-ALTERACAO NOT > WS-DATA-FINAL
                       PERFORM 012-CONFERE-MANUTENCAO
                   END-IF
           END-READ.

       012-CONFERE-MANUTENCAO.
           MOVE MT-IMAGEM-ANTES  TO WS-IMAGEM-ANTES
           MOVE MT-IMAGEM-DEPOIS TO WS-IMAGEM-DEPOIS
           IF WS-DEP-ID = SPACES
               MOVE WS-ANT-ID TO WS-ID-MANTIDO
           ELSE
               MOVE WS-DEP-ID TO WS-ID-MANTIDO
           END-IF
           IF WS-ANT-NIVEL IS NUMERIC
               MOVE WS-ANT-NIVEL TO WS-NIVEL-ANTES
           ELSE
               MOVE ZEROES TO WS-NIVEL-ANTES
           END-IF
           IF WS-DEP-NIVEL IS NUMERIC
               MOVE WS-DEP-NIVEL TO WS-NIVEL-DEPOIS
           ELSE
               MOVE ZEROES TO WS-NIVEL-DEPOIS
           END-IF
           IF MT-DATA-ALTERACAO NOT < WS-DATA-INICIAL
              AND WS-ID-MANTIDO = MT-OPERADOR-ID
               PERFORM 013-IMPRIME-MANUTENCAO
           END-IF
           IF WS-NIVEL-DEPOIS > WS-NIVEL-ANTES
              AND WS-DEP-ID NOT = SPACES
               PERFORM 014-GUARDA-ELEVACAO
           END-IF.

       013-IMPRIME-MANUTENCAO.
           MOVE MT-DATA-ALTERACAO TO WS-LIN-MNT-DATA
           MOVE MT-HORA-ALTERACAO TO WS-LIN-MNT-HORA
           MOVE MT-OPERADOR-ID    TO WS-LIN-MNT-OPERADOR
           MOVE MT-ACAO           TO WS-LIN-MNT-ACAO
           MOVE WS-NIVEL-ANTES    TO WS-LIN-MNT-NIVEL-ANT
           MOVE WS-NIVEL-DEPOIS   TO WS-LIN-MNT-NIVEL-DEP
           MOVE WS-LINHA-MANUTENCAO TO RELAT-LINHA
           WRITE RELAT-LINHA
           ADD 1 TO WS-QTDE-MANUTENCAO
           ADD 1 TO WS-QTDE-EXCECOES.

       014-GUARDA-ELEVACAO.
           COMPUTE WS-DIA-USO =
               FUNCTION INTEGER-OF-DATE(MT-DATA-ALTERACAO)
           IF WS-DIA-USO + WS-JANELA-DIAS NOT < WS-DIA-INICIAL
               IF WS-ELV-QTDE = 100
                   MOVE "MAIS DE 100 ELEVACOES DE NIVEL NO INTERVALO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-ELV-QTDE
               MOVE WS-DEP-ID         TO WS-ELV-OPERADOR(WS-ELV-QTDE)
               MOVE MT-DATA-ALTERACAO TO WS-ELV-DATA(WS-ELV-QTDE)
               MOVE WS-DIA-USO        TO WS-ELV-DIA(WS-ELV-QTDE)
               MOVE WS-NIVEL-ANTES    TO WS-ELV-NIVEL-ANT(WS-ELV-QTDE)
               MOVE WS-NIVEL-DEPOIS   TO WS-ELV-NIVEL-DEP(WS-ELV-QTDE)
               MOVE MT-OPERADOR-ID    TO WS-ELV-AUTOR(WS-ELV-QTDE)
               MOVE ZEROES            TO WS-ELV-USOS(WS-ELV-QTDE)
               MOVE ZEROES            TO WS-ELV-PRI-DATA(WS-ELV-QTDE)
               MOVE ZEROES            TO WS-ELV-PRI-HORA(WS-ELV-QTDE)
               MOVE SPACES
                   TO WS-ELV-PRI-PROGRAMA(WS-ELV-QTDE)
           END-IF.

      *-----------------------------------------------------------*
      * Elevacao x uso: atuacao do operador elevado (AUDITLOG e   *
      * decisoes do CTLDUPLO) dentro do intervalo e ate a janela  *
      * de dias depois da elevacao. Sign-on recusado nao e uso.   *
      *-----------------------------------------------------------*
       015-PROCESSA-ELEVACOES.
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "NIVEL DE AUTORIDADE ELEVADO POUCO ANTES DO USO"
               TO RELAT-LINHA
           WRITE RELAT-LINHA
           IF WS-ELV-QTDE > ZEROES
               PERFORM 016-PROCURA-USO-AUDITLOG
               PERFORM 018-PROCURA-USO-CTL-DUPLO
               MOVE ZEROES TO WS-IDX-ELV
               PERFORM 022-IMPRIME-ELEVACAO
                   UNTIL WS-IDX-ELV = WS-ELV-QTDE
           END-IF
           IF WS-QTDE-ELEVACAO = ZEROES
               MOVE "  NENHUMA OCORRENCIA" TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF.

       016-PROCURA-USO-AUDITLOG.
           MOVE "N" TO WS-EOF
           OPEN INPUT AUDIT-LOG-FILE
           EVALUATE WS-FS-AUDITLOG
               WHEN "00"
                   PERFORM 017-LE-AUDITORIA UNTIL FIM-DO-ARQUIVO
                   CLOSE AUDIT-LOG-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-AUDITLOG TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR AUDITLOG" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       017-LE-AUDITORIA.
           READ AUDIT-LOG-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF AUD-DATA-EXEC NOT < WS-DATA-INICIAL
                      AND AUD-DATA-EXEC NOT > WS-DATA-FINAL
                      AND AUD-OPERADOR-ID NOT = SPACES
                      AND AUD-PROGRAMA NOT = "SIGNFAIL"
                       MOVE AUD-OPERADOR-ID TO WS-USO-OPERADOR
                       MOVE AUD-DATA-EXEC   TO WS-USO-DATA
                       MOVE AUD-HORA-EXEC   TO WS-USO-HORA
                       MOVE AUD-PROGRAMA    TO WS-USO-PROGRAMA
                       PERFORM 020-CONFERE-USO
                   END-IF
           END-READ.

       018-PROCURA-USO-CTL-DUPLO.
           MOVE "N" TO WS-EOF
           OPEN INPUT CTL-DUPLO-FILE
           EVALUATE WS-FS-CTLDUPLO
               WHEN "00"
                   PERFORM 019-LE-DECISAO-USO UNTIL FIM-DO-ARQUIVO
                   CLOSE CTL-DUPLO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-CTLDUPLO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CTLDUPLO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       019-LE-DECISAO-USO.
           READ CTL-DUPLO-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF CD-DATA-DECISAO NOT < WS-DATA-INICIAL
                      AND CD-DATA-DECISAO NOT > WS-DATA-FINAL
                      AND CD-OPERADOR-DECISAO NOT = SPACES
                       MOVE CD-OPERADOR-DECISAO TO WS-USO-OPERADOR
                       MOVE CD-DATA-DECISAO     TO WS-USO-DATA
                       MOVE CD-HORA-DECISAO     TO WS-USO-HORA
                       MOVE CD-PROGRAMA         TO WS-USO-PROGRAMA
                       PERFORM 020-CONFERE-USO
                   END-IF
           END-READ.

       020-CONFERE-USO.
           COMPUTE WS-DIA-USO = FUNCTION INTEGER-OF-DATE(WS-USO-DATA)
           MOVE ZEROES TO WS-IDX-ELV
           PERFORM 021-CONFERE-USO-ELEVACAO
               UNTIL WS-IDX-ELV = WS-ELV-QTDE.

       021-CONFERE-USO-ELEVACAO.
           ADD 1 TO WS-IDX-ELV
           IF WS-ELV-OPERADOR(WS-IDX-ELV) = WS-USO-OPERADOR
              AND WS-DIA-USO NOT < WS-ELV-DIA(WS-IDX-ELV)
              AND WS-DIA-USO NOT >
                  WS-ELV-DIA(WS-IDX-ELV) + WS-JANELA-DIAS
               ADD 1 TO WS-ELV-USOS(WS-IDX-ELV)
               IF WS-ELV-PRI-DATA(WS-IDX-ELV) = ZEROES
                  OR WS-USO-DATA < WS-ELV-PRI-DATA(WS-IDX-ELV)
                  OR (WS-USO-DATA = WS-ELV-PRI-DATA(WS-IDX-ELV)
                  AND WS-USO-HORA < WS-ELV-PRI-HORA(WS-IDX-ELV))
                   MOVE WS-USO-DATA TO WS-ELV-PRI-DATA(WS-IDX-ELV)
                   MOVE WS-USO-HORA TO WS-ELV-PRI-HORA(WS-IDX-ELV)
                   MOVE WS-USO-PROGRAMA
                       TO WS-ELV-PRI-PROGRAMA(WS-IDX-ELV)
               END-IF
           END-IF.

       022-IMPRIME-ELEVACAO.
           ADD 1 TO WS-IDX-ELV
           IF WS-ELV-USOS(WS-IDX-ELV) > ZEROES
               MOVE WS-ELV-OPERADOR(WS-IDX-ELV)  TO WS-LIN-ELV-OPERADOR
               MOVE WS-ELV-DATA(WS-IDX-ELV)      TO WS-LIN-ELV-DATA
               MOVE WS-ELV-NIVEL-ANT(WS-IDX-ELV)
                   TO WS-LIN-ELV-NIVEL-ANT
               MOVE WS-ELV-NIVEL-DEP(WS-IDX-ELV)
                   TO WS-LIN-ELV-NIVEL-DEP
               MOVE WS-ELV-AUTOR(WS-IDX-ELV)     TO WS-LIN-ELV-AUTOR
               MOVE WS-ELV-PRI-DATA(WS-IDX-ELV)  TO WS-LIN-ELV-PRI-DATA
               MOVE WS-ELV-PRI-PROGRAMA(WS-IDX-ELV)
                   TO WS-LIN-ELV-PRI-PROGRAMA
               MOVE WS-ELV-USOS(WS-IDX-ELV)      TO WS-LIN-ELV-USOS
               MOVE WS-LINHA-ELEVACAO TO RELAT-LINHA
               WRITE RELAT-LINHA
               ADD 1 TO WS-QTDE-ELEVACAO
               ADD 1 TO WS-QTDE-EXCECOES
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
