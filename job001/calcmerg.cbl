       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCMERG.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: juncao das particoes do   *
      *              lote dividido pelo CALCSPLT depois dos CALC   *
      *              em paralelo. Antes de gravar qualquer coisa   *
      *              prova a divisao: toda particao do CALCSPLC    *
      *              concluida no seu checkpoint CKPTCALC.Pnn,     *
      *              quantidade e hash dos detalhes processados    *
      *              batendo com o trailer da particao, a soma das *
      *              particoes batendo com o trailer ORIGINAL do   *
      *              lote, e CALCOUT.Pnn/CALCREJ.Pnn com tantos    *
      *              registros quantos o CALC contou. Provado,     *
      *              monta o CALCOUT do dia e acrescenta CALCJRNL, *
      *              CALCREJ, CALCHOLD, AUDITLOG e IFACETOT (este  *
      *              numerado aqui pelo IFSEQCTL), carimba o       *
      *              controle diario CTLCALC/CTLLOTES como o CALC, *
      *              marca a divisao como juntada e apaga os       *
      *              arquivos das particoes. Divergencia encerra   *
      *              com RETURN-CODE 12 e a cadeia para. Relatorio *
      *              da juncao no CALCMRPT.                        *
      * 15/10/2026 - IR - Registros do AUDITLOG.Pnn entram na      *
      *              cadeia do AUDITLOG pelo servico CADEISVC, um  *
      *              a um, na ordem da juncao. Evento do ERRLOG    *
      *              encadeado pelo servico CADEISVC antes do      *
      *              WRITE: sequencia da cabeca ERRCHAIN e hash do *
      *              conteudo com o hash do evento anterior,       *
      *              conferidos pelo CADEIA01.                     *
      * 15/10/2026 - IR - Relatorio CALCMRPT arquivado depois do   *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIVISAO-FILE ASSIGN TO "CALCSPLC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIVISAO.
           SELECT CHECKPOINT-FILE ASSIGN USING WS-CKPT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CKPT.
           SELECT ORIGEM-FILE ASSIGN USING WS-ORIGEM-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORIGEM.
           SELECT DESTINO-FILE ASSIGN USING WS-DESTINO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DESTINO.
           SELECT SEQ-CTL-FILE ASSIGN TO "IFSEQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQCTL.
           SELECT CONTROLE-FILE ASSIGN TO "CTLCALC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTL.
           SELECT CTL-LOTES-FILE ASSIGN TO "CTLLOTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTLLOTES.
           SELECT RELAT-FILE ASSIGN TO "CALCMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAT.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  DIVISAO-FILE.
           COPY DIVLOTE.
       FD  CHECKPOINT-FILE.
           COPY CKPTCALC.
       FD  ORIGEM-FILE.
       01  OR-LINHA                  PIC X(120).
       FD  DESTINO-FILE.
       01  DS-LINHA                  PIC X(120).
       FD  SEQ-CTL-FILE.
           COPY SEQCTL.
       FD  CONTROLE-FILE.
           COPY CTLDIARIO.
       FD  CTL-LOTES-FILE.
       01  CL-LOTE-REC.
           05 CL-DATA                PIC 9(08).
           05 CL-NUMERO-LOTE         PIC 9(04).
       FD  RELAT-FILE.
       01  RELAT-LINHA               PIC X(100).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
           COPY INTERFACE.
           COPY AUDITLOG.
       01  WS-FS-ERRLOG              PIC X(02).
       01  WS-FS-ERRO                PIC X(02) VALUE SPACES.

       01  WS-FS-DIVISAO             PIC X(02).
       01  WS-FS-CKPT                PIC X(02).
       01  WS-FS-ORIGEM              PIC X(02).
       01  WS-FS-DESTINO             PIC X(02).
       01  WS-FS-SEQCTL              PIC X(02).
       01  WS-FS-CTL                 PIC X(02).
       01  WS-FS-CTLLOTES            PIC X(02).
       01  WS-FS-RELAT               PIC X(02).

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.

      *-----------------------------------------------------------*
      * Divisao lida do CALCSPLC e o que cada particao concluiu   *
      * no seu checkpoint.                                        *
      *-----------------------------------------------------------*
       01  WS-DIVISAO-REG            PIC X(70) VALUE SPACES.
       01  WS-DIVISAO-FLAG           PIC X(01) VALUE "N".
           88 DIVISAO-ABERTA         VALUE "S".
       01  WS-EOF-DIVISAO            PIC X(01) VALUE "N".
           88 FIM-DA-DIVISAO         VALUE "S".
       01  WS-TABELA-PARTICOES.
           05 WS-PAR-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-PAR-ENTRADA         OCCURS 21 TIMES.
               10 WS-PAR-NUMERO      PIC 9(02).
               10 WS-PAR-COMPANY     PIC X(03).
               10 WS-PAR-QTDE-DET    PIC 9(07).
               10 WS-PAR-HASH        PIC S9(11)V99.
               10 WS-PAR-PROCESSADOS PIC 9(07).
               10 WS-PAR-HASH-PROC   PIC S9(11)V99.
               10 WS-PAR-GRAVADOS    PIC 9(07).
               10 WS-PAR-REJEITADOS  PIC 9(07).
               10 WS-PAR-RETIDOS     PIC 9(05).
       01  WS-IDX-PAR                PIC 9(02) VALUE ZEROES.
       01  WS-SUFIXO-PARTICAO.
           05 FILLER                 PIC X(02) VALUE ".P".
           05 WS-SUF-NUMERO          PIC 9(02).
       01  WS-CKPT-NOME              PIC X(20) VALUE SPACES.
       01  WS-ORIGEM-NOME            PIC X(20) VALUE SPACES.
       01  WS-DESTINO-NOME           PIC X(20) VALUE SPACES.
       01  WS-BASE-NOME              PIC X(08) VALUE SPACES.
       01  WS-APAGA-RC               PIC 9(04) COMP-5.

       01  WS-SOMA-DETALHES          PIC 9(07) VALUE ZEROES.
       01  WS-SOMA-HASH              PIC S9(11)V99 VALUE ZEROES.
       01  WS-SOMA-PROCESSADOS       PIC 9(07) VALUE ZEROES.
       01  WS-SOMA-HASH-PROC         PIC S9(11)V99 VALUE ZEROES.
       01  WS-SOMA-GRAVADOS          PIC 9(07) VALUE ZEROES.
       01  WS-SOMA-REJEITADOS        PIC 9(07) VALUE ZEROES.
       01  WS-SOMA-RETIDOS           PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-LINHAS            PIC 9(07) VALUE ZEROES.
       01  WS-QTDE-COPIADAS          PIC 9(07) VALUE ZEROES.
       01  WS-EOF-ORIGEM             PIC X(01) VALUE "N".
           88 FIM-DA-ORIGEM          VALUE "S".
       01  WS-NUMERA-FLAG            PIC X(01) VALUE "N".
           88 NUMERA-INTERFACE       VALUE "S".
       01  WS-ENCADEIA-FLAG          PIC X(01) VALUE "N".
           88 ENCADEIA-AUDITORIA     VALUE "S".
       01  WS-SEQUENCIA-IF           PIC 9(09) VALUE ZEROES.

       01  WS-LINHA-PARTICAO.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 FILLER                 PIC X(01) VALUE "P".
           05 WS-LP-NUMERO           PIC 9(02).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LP-COMPANY          PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 WS-LP-DETALHES         PIC Z(06)9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LP-HASH             PIC -(11)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LP-GRAVADOS         PIC Z(06)9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LP-REJEITADOS       PIC Z(06)9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LP-RETIDOS          PIC Z(04)9.
       01  WS-HASH-EDITADO           PIC -(11)9.99.
       01  WS-QTDE-EDITADA           PIC Z(06)9.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "CALCMERG".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           PERFORM 002-CARREGA-DIVISAO
           IF NOT DIVISAO-ABERTA
               DISPLAY "CALCMERG - NENHUMA DIVISAO ABERTA NO "
                   "CALCSPLC - NADA A JUNTAR"
               GOBACK
           END-IF
           OPEN OUTPUT RELAT-FILE
           IF WS-FS-RELAT NOT = "00"
               MOVE WS-FS-RELAT TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR CALCMRPT" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 004-IMPRIME-CABECALHO
           MOVE ZEROES TO WS-IDX-PAR
           PERFORM 005-PROVA-PARTICAO UNTIL WS-IDX-PAR = WS-PAR-QTDE
           PERFORM 008-PROVA-LOTE-ORIGINAL
           SET SC-DIVISAO-EM-JUNCAO TO TRUE
           PERFORM 009-REGRAVA-DIVISAO
           PERFORM 011-JUNTA-SAIDAS
           IF WS-SOMA-GRAVADOS > ZEROES
               PERFORM 017-ATUALIZA-CONTROLE-DIARIO
           ELSE
               DISPLAY "CALCMERG - NENHUM REGISTRO GRAVADO - CTLCALC "
                   "NAO ATUALIZADO"
           END-IF
           SET SC-DIVISAO-JUNTADA TO TRUE
           MOVE WS-DATA-ATUAL-NUM TO SC-DATA-JUNCAO
           PERFORM 009-REGRAVA-DIVISAO
           MOVE ZEROES TO WS-IDX-PAR
           PERFORM 018-APAGA-PARTICAO UNTIL WS-IDX-PAR = WS-PAR-QTDE
           MOVE SPACES TO RELAT-LINHA
           STRING "JUNCAO CONCLUIDA - LOTE " SC-NUMERO-LOTE
               " - DIVISAO MARCADA COMO JUNTADA"
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           CLOSE RELAT-FILE
           MOVE "CALCMRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "CALCMERG - " WS-PAR-QTDE " PARTICOES JUNTADAS - "
               "GRAVADOS: " WS-SOMA-GRAVADOS
               " REJEITADOS: " WS-SOMA-REJEITADOS
           GOBACK.

       002-CARREGA-DIVISAO.
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
                               STRING "JUNCAO ANTERIOR INTERROMPIDA - "
                                   "CONFERIR AS SAIDAS DO LOTE "
                                   SC-NUMERO-LOTE
                                   DELIMITED BY SIZE INTO WS-MSG-ERRO
                               PERFORM 9999-TRATA-ERRO
                           END-IF
                           IF SC-REGISTRO-DIVISAO
                              AND SC-DIVISAO-ABERTA
                               SET DIVISAO-ABERTA TO TRUE
                               MOVE SC-DIVISAO-REC TO WS-DIVISAO-REG
                           ELSE
                               SET FIM-DA-DIVISAO TO TRUE
                           END-IF
                   END-READ
                   PERFORM 003-LE-PARTICAO-DIVISAO
                       UNTIL FIM-DA-DIVISAO
                   CLOSE DIVISAO-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-DIVISAO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CALCSPLC" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF DIVISAO-ABERTA
               MOVE WS-DIVISAO-REG TO SC-DIVISAO-REC
               IF WS-PAR-QTDE NOT = SC-QTDE-PARTICOES
                   MOVE "CALCSPLC COM PARTICOES FALTANDO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
           END-IF.

       003-LE-PARTICAO-DIVISAO.
           READ DIVISAO-FILE
               AT END
                   SET FIM-DA-DIVISAO TO TRUE
               NOT AT END
                   IF SP-REGISTRO-PARTICAO
                       IF WS-PAR-QTDE = 21
                           MOVE "CALCSPLC COM PARTICOES DEMAIS"
                               TO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                       END-IF
                       ADD 1 TO WS-PAR-QTDE
                       INITIALIZE WS-PAR-ENTRADA(WS-PAR-QTDE)
                       MOVE SP-NUMERO-PARTICAO
                           TO WS-PAR-NUMERO(WS-PAR-QTDE)
                       MOVE SP-COMPANY-CODE
                           TO WS-PAR-COMPANY(WS-PAR-QTDE)
                       MOVE SP-QTDE-DETALHES
                           TO WS-PAR-QTDE-DET(WS-PAR-QTDE)
                       MOVE SP-HASH-VALORES
                           TO WS-PAR-HASH(WS-PAR-QTDE)
                   END-IF
           END-READ.

       004-IMPRIME-CABECALHO.
           MOVE SPACES TO RELAT-LINHA
           STRING "CALCMERG - JUNCAO DO LOTE " SC-NUMERO-LOTE
               " DE " SC-SISTEMA-ORIGEM " DIVIDIDO EM "
               SC-DATA-DIVISAO " - PROCESSADO EM " WS-DATA-ATUAL-NUM
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "  PAR  EMP  DETALHE            HASH "
               "GRAVADO REJEITA RETID"
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA.

      *-----------------------------------------------------------*
      * Prova de uma particao: checkpoint concluido, detalhes e   *
      * hash processados iguais aos do trailer da particao, e as  *
      * saidas da particao com a contagem do CALC.                *
      *-----------------------------------------------------------*
       005-PROVA-PARTICAO.
           ADD 1 TO WS-IDX-PAR
           MOVE WS-PAR-NUMERO(WS-IDX-PAR) TO WS-SUF-NUMERO
           MOVE SPACES TO WS-CKPT-NOME
           STRING "CKPTCALC" WS-SUFIXO-PARTICAO
               DELIMITED BY SIZE INTO WS-CKPT-NOME
           OPEN INPUT CHECKPOINT-FILE
           IF WS-FS-CKPT NOT = "00"
               MOVE WS-FS-CKPT TO WS-FS-ERRO
               MOVE SPACES TO WS-MSG-ERRO
               STRING "PARTICAO P" WS-SUF-NUMERO
                   " SEM CHECKPOINT - CALC NAO RODOU"
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           READ CHECKPOINT-FILE
               AT END
                   MOVE SPACES TO CK-SITUACAO
           END-READ
           CLOSE CHECKPOINT-FILE
           IF NOT CK-CONCLUIDA
               MOVE SPACES TO WS-MSG-ERRO
               STRING "PARTICAO P" WS-SUF-NUMERO
                   " NAO CONCLUIDA PELO CALC - JUNCAO ADIADA"
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE CK-QTDE-PROCESSADOS TO WS-PAR-PROCESSADOS(WS-IDX-PAR)
           MOVE CK-HASH-PROCESSADO  TO WS-PAR-HASH-PROC(WS-IDX-PAR)
           MOVE CK-QTDE-GRAVADOS    TO WS-PAR-GRAVADOS(WS-IDX-PAR)
           MOVE CK-QTDE-REJEITADOS  TO WS-PAR-REJEITADOS(WS-IDX-PAR)
           MOVE CK-QTDE-RETIDOS     TO WS-PAR-RETIDOS(WS-IDX-PAR)
           IF CK-QTDE-PROCESSADOS NOT = WS-PAR-QTDE-DET(WS-IDX-PAR)
              OR CK-HASH-PROCESSADO NOT = WS-PAR-HASH(WS-IDX-PAR)
               MOVE SPACES TO WS-MSG-ERRO
               STRING "PARTICAO P" WS-SUF-NUMERO
                   " PROCESSADA NAO CONFERE COM O TRAILER"
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE "CALCOUT" TO WS-BASE-NOME
           PERFORM 006-CONTA-LINHAS
           IF WS-QTDE-LINHAS NOT = CK-QTDE-GRAVADOS
               MOVE SPACES TO WS-MSG-ERRO
               STRING "CALCOUT.P" WS-SUF-NUMERO
                   " NAO CONFERE COM OS GRAVADOS DO CALC"
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE "CALCREJ" TO WS-BASE-NOME
           PERFORM 006-CONTA-LINHAS
           IF WS-QTDE-LINHAS NOT = CK-QTDE-REJEITADOS
               MOVE SPACES TO WS-MSG-ERRO
               STRING "CALCREJ.P" WS-SUF-NUMERO
                   " NAO CONFERE COM OS REJEITADOS DO CALC"
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD WS-PAR-QTDE-DET(WS-IDX-PAR)  TO WS-SOMA-DETALHES
           ADD WS-PAR-HASH(WS-IDX-PAR)      TO WS-SOMA-HASH
           ADD CK-QTDE-PROCESSADOS          TO WS-SOMA-PROCESSADOS
           ADD CK-HASH-PROCESSADO           TO WS-SOMA-HASH-PROC
           ADD CK-QTDE-GRAVADOS             TO WS-SOMA-GRAVADOS
           ADD CK-QTDE-REJEITADOS           TO WS-SOMA-REJEITADOS
           ADD CK-QTDE-RETIDOS              TO WS-SOMA-RETIDOS
           MOVE WS-PAR-NUMERO(WS-IDX-PAR)   TO WS-LP-NUMERO
           MOVE WS-PAR-COMPANY(WS-IDX-PAR)  TO WS-LP-COMPANY
           MOVE CK-QTDE-PROCESSADOS         TO WS-LP-DETALHES
           MOVE CK-HASH-PROCESSADO          TO WS-LP-HASH
           MOVE CK-QTDE-GRAVADOS            TO WS-LP-GRAVADOS
           MOVE CK-QTDE-REJEITADOS          TO WS-LP-REJEITADOS
           MOVE CK-QTDE-RETIDOS             TO WS-LP-RETIDOS
           MOVE WS-LINHA-PARTICAO TO RELAT-LINHA
           WRITE RELAT-LINHA.

       006-CONTA-LINHAS.
           PERFORM 010-MONTA-ORIGEM
           MOVE ZEROES TO WS-QTDE-LINHAS
           MOVE "N" TO WS-EOF-ORIGEM
           OPEN INPUT ORIGEM-FILE
           EVALUATE WS-FS-ORIGEM
               WHEN "00"
                   PERFORM 007-LE-LINHA UNTIL FIM-DA-ORIGEM
                   CLOSE ORIGEM-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-ORIGEM TO WS-FS-ERRO
                   MOVE SPACES TO WS-MSG-ERRO
                   STRING "FALHA AO ABRIR " WS-ORIGEM-NOME
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       007-LE-LINHA.
           READ ORIGEM-FILE
               AT END
                   SET FIM-DA-ORIGEM TO TRUE
               NOT AT END
                   ADD 1 TO WS-QTDE-LINHAS
           END-READ.

      *-----------------------------------------------------------*
      * Prova do lote: a soma das particoes tem de refazer o      *
      * trailer original guardado pelo CALCSPLT.                  *
      *-----------------------------------------------------------*
       008-PROVA-LOTE-ORIGINAL.
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE WS-SOMA-PROCESSADOS TO WS-QTDE-EDITADA
           MOVE WS-SOMA-HASH-PROC   TO WS-HASH-EDITADO
           MOVE SPACES TO RELAT-LINHA
           STRING "  PARTICOES  DETALHES " WS-QTDE-EDITADA
               " HASH " WS-HASH-EDITADO
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SC-QTDE-DETALHES TO WS-QTDE-EDITADA
           MOVE SC-HASH-VALORES  TO WS-HASH-EDITADO
           MOVE SPACES TO RELAT-LINHA
           STRING "  TRAILER    DETALHES " WS-QTDE-EDITADA
               " HASH " WS-HASH-EDITADO
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           IF WS-SOMA-DETALHES NOT = SC-QTDE-DETALHES
              OR WS-SOMA-HASH NOT = SC-HASH-VALORES
               MOVE "PARTICOES DO CALCSPLC NAO REFAZEM O TRAILER"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           IF WS-SOMA-PROCESSADOS NOT = SC-QTDE-DETALHES
              OR WS-SOMA-HASH-PROC NOT = SC-HASH-VALORES
               MOVE "PROCESSADO PELOS CALC NAO CONFERE COM O TRAILER"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE "  PROVA CONFERIDA: QUANTIDADE E HASH DO LOTE ORIGINAL"
               TO RELAT-LINHA
           WRITE RELAT-LINHA.

       009-REGRAVA-DIVISAO.
           MOVE SC-DIVISAO-REC TO WS-DIVISAO-REG
           OPEN OUTPUT DIVISAO-FILE
           IF WS-FS-DIVISAO NOT = "00"
               MOVE WS-FS-DIVISAO TO WS-FS-ERRO
               MOVE "FALHA AO GRAVAR CALCSPLC" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE WS-DIVISAO-REG TO SC-DIVISAO-REC
           WRITE SC-DIVISAO-REC
           MOVE ZEROES TO WS-IDX-PAR
           PERFORM 019-REGRAVA-PARTICAO UNTIL WS-IDX-PAR = WS-PAR-QTDE
           CLOSE DIVISAO-FILE
           MOVE WS-DIVISAO-REG TO SC-DIVISAO-REC.

       010-MONTA-ORIGEM.
           MOVE SPACES TO WS-ORIGEM-NOME
           STRING WS-BASE-NOME DELIMITED BY SPACE
                  WS-SUFIXO-PARTICAO DELIMITED BY SIZE
               INTO WS-ORIGEM-NOME.

      *-----------------------------------------------------------*
      * Juncao das saidas na ordem das particoes: CALCOUT do dia  *
      * montado do zero (como o CALC faz), os demais acrescidos.  *
      *-----------------------------------------------------------*
       011-JUNTA-SAIDAS.
           MOVE "CALCOUT" TO WS-BASE-NOME
           MOVE "CALCOUT" TO WS-DESTINO-NOME
           OPEN OUTPUT DESTINO-FILE
           PERFORM 012-JUNTA-ARQUIVO
           MOVE "CALCJRNL" TO WS-BASE-NOME
           PERFORM 013-ABRE-DESTINO-EXTEND
           PERFORM 012-JUNTA-ARQUIVO
           MOVE "CALCREJ" TO WS-BASE-NOME
           PERFORM 013-ABRE-DESTINO-EXTEND
           PERFORM 012-JUNTA-ARQUIVO
           MOVE "CALCHOLD" TO WS-BASE-NOME
           PERFORM 013-ABRE-DESTINO-EXTEND
           PERFORM 012-JUNTA-ARQUIVO
           SET ENCADEIA-AUDITORIA TO TRUE
           MOVE "AUDITLOG" TO WS-BASE-NOME
           PERFORM 013-ABRE-DESTINO-EXTEND
           PERFORM 012-JUNTA-ARQUIVO
           MOVE "N" TO WS-ENCADEIA-FLAG
           PERFORM 016-LE-SEQUENCIA
           SET NUMERA-INTERFACE TO TRUE
           MOVE "IFACETOT" TO WS-BASE-NOME
           PERFORM 013-ABRE-DESTINO-EXTEND
           PERFORM 012-JUNTA-ARQUIVO
           MOVE "N" TO WS-NUMERA-FLAG
           MOVE WS-SEQUENCIA-IF TO SQ-ULTIMA-SEQUENCIA
           OPEN OUTPUT SEQ-CTL-FILE
           WRITE SQ-SEQ-REC
           CLOSE SEQ-CTL-FILE.

       012-JUNTA-ARQUIVO.
           IF WS-FS-DESTINO NOT = "00"
               MOVE WS-FS-DESTINO TO WS-FS-ERRO
               MOVE SPACES TO WS-MSG-ERRO
               STRING "FALHA AO ABRIR " WS-DESTINO-NOME
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-QTDE-COPIADAS
           MOVE ZEROES TO WS-IDX-PAR
           PERFORM 014-COPIA-PARTICAO UNTIL WS-IDX-PAR = WS-PAR-QTDE
           CLOSE DESTINO-FILE
           MOVE WS-QTDE-COPIADAS TO WS-QTDE-EDITADA
           MOVE SPACES TO RELAT-LINHA
           STRING "  " WS-DESTINO-NOME " - REGISTROS JUNTADOS: "
               WS-QTDE-EDITADA
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA.

       013-ABRE-DESTINO-EXTEND.
           MOVE WS-BASE-NOME TO WS-DESTINO-NOME
           OPEN EXTEND DESTINO-FILE
           IF WS-FS-DESTINO = "35"
               OPEN OUTPUT DESTINO-FILE
           END-IF.

       014-COPIA-PARTICAO.
           ADD 1 TO WS-IDX-PAR
           MOVE WS-PAR-NUMERO(WS-IDX-PAR) TO WS-SUF-NUMERO
           PERFORM 010-MONTA-ORIGEM
           MOVE "N" TO WS-EOF-ORIGEM
           OPEN INPUT ORIGEM-FILE
           EVALUATE WS-FS-ORIGEM
               WHEN "00"
                   PERFORM 015-COPIA-LINHA UNTIL FIM-DA-ORIGEM
                   CLOSE ORIGEM-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-ORIGEM TO WS-FS-ERRO
                   MOVE SPACES TO WS-MSG-ERRO
                   STRING "FALHA AO ABRIR " WS-ORIGEM-NOME
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       015-COPIA-LINHA.
           READ ORIGEM-FILE
               AT END
                   SET FIM-DA-ORIGEM TO TRUE
               NOT AT END
                   IF NUMERA-INTERFACE
                       MOVE OR-LINHA TO IF-INTERFACE-REC
                       ADD 1 TO WS-SEQUENCIA-IF
                       MOVE WS-SEQUENCIA-IF TO IF-SEQUENCIA
                       MOVE IF-INTERFACE-REC TO DS-LINHA
                   ELSE
                       MOVE OR-LINHA TO DS-LINHA
                   END-IF
                   IF ENCADEIA-AUDITORIA
                       PERFORM 021-ENCADEIA-AUDITORIA
                   END-IF
                   WRITE DS-LINHA
                   ADD 1 TO WS-QTDE-COPIADAS
           END-READ.

       016-LE-SEQUENCIA.
           OPEN INPUT SEQ-CTL-FILE
           EVALUATE WS-FS-SEQCTL
               WHEN "00"
                   READ SEQ-CTL-FILE
                       AT END
                           MOVE ZEROES TO WS-SEQUENCIA-IF
                       NOT AT END
                           MOVE SQ-ULTIMA-SEQUENCIA
                               TO WS-SEQUENCIA-IF
                   END-READ
                   CLOSE SEQ-CTL-FILE
               WHEN "35"
                   MOVE ZEROES TO WS-SEQUENCIA-IF
               WHEN OTHER
                   MOVE WS-FS-SEQCTL TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR IFSEQCTL" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

      *-----------------------------------------------------------*
      * Mesmo carimbo do encerramento do CALC, na data de         *
      * processamento da divisao.                                 *
      *-----------------------------------------------------------*
       017-ATUALIZA-CONTROLE-DIARIO.
           MOVE SC-DATA-DIVISAO TO CT-ULTIMA-DATA
           OPEN OUTPUT CONTROLE-FILE
           WRITE CT-CONTROLE-REC
           CLOSE CONTROLE-FILE
           IF SC-NUMERO-LOTE NOT = ZEROES
               MOVE SC-DATA-DIVISAO TO CL-DATA
               MOVE SC-NUMERO-LOTE  TO CL-NUMERO-LOTE
               OPEN EXTEND CTL-LOTES-FILE
               IF WS-FS-CTLLOTES = "35"
                   OPEN OUTPUT CTL-LOTES-FILE
               END-IF
               IF WS-FS-CTLLOTES = "00"
                   WRITE CL-LOTE-REC
                   CLOSE CTL-LOTES-FILE
               ELSE
                   DISPLAY "FALHA AO REGISTRAR O LOTE NO CTLLOTES"
               END-IF
           END-IF.

       018-APAGA-PARTICAO.
           ADD 1 TO WS-IDX-PAR
           MOVE WS-PAR-NUMERO(WS-IDX-PAR) TO WS-SUF-NUMERO
           MOVE "CALCIN" TO WS-BASE-NOME
           PERFORM 020-APAGA-ARQUIVO
           MOVE "CALCOUT" TO WS-BASE-NOME
           PERFORM 020-APAGA-ARQUIVO
           MOVE "CALCJRNL" TO WS-BASE-NOME
           PERFORM 020-APAGA-ARQUIVO
           MOVE "CALCREJ" TO WS-BASE-NOME
           PERFORM 020-APAGA-ARQUIVO
           MOVE "CALCHOLD" TO WS-BASE-NOME
           PERFORM 020-APAGA-ARQUIVO
           MOVE "AUDITLOG" TO WS-BASE-NOME
           PERFORM 020-APAGA-ARQUIVO
           MOVE "IFACETOT" TO WS-BASE-NOME
           PERFORM 020-APAGA-ARQUIVO
           MOVE "CKPTCALC" TO WS-BASE-NOME
           PERFORM 020-APAGA-ARQUIVO.

       019-REGRAVA-PARTICAO.
           ADD 1 TO WS-IDX-PAR
           MOVE SPACES TO SP-PARTICAO-REC
           MOVE "P" TO SP-TIPO-REG
           MOVE WS-PAR-NUMERO(WS-IDX-PAR)   TO SP-NUMERO-PARTICAO
           MOVE WS-PAR-COMPANY(WS-IDX-PAR)  TO SP-COMPANY-CODE
           MOVE WS-PAR-QTDE-DET(WS-IDX-PAR) TO SP-QTDE-DETALHES
           MOVE WS-PAR-HASH(WS-IDX-PAR)     TO SP-HASH-VALORES
           WRITE SP-PARTICAO-REC.

       020-APAGA-ARQUIVO.
           PERFORM 010-MONTA-ORIGEM
           CALL "CBL_DELETE_FILE" USING WS-ORIGEM-NOME
               RETURNING WS-APAGA-RC.

      *-----------------------------------------------------------*
      * O CALC da particao grava o AUDITLOG.Pnn sem cadeia; cada  *
      * registro entra na cadeia do AUDITLOG aqui, na ordem da    *
      * juncao.                                                   *
      *-----------------------------------------------------------*
       021-ENCADEIA-AUDITORIA.
           MOVE OR-LINHA TO AUD-LOG-REC
           SET CD-ENCADEIA TO TRUE
           MOVE "AUDITLOG" TO CD-ARQUIVO
           CALL "CADEISVC" USING CD-PARAMETROS
               AUD-CONTEUDO AUD-CADEIA
               ON EXCEPTION
                   MOVE ZEROES TO AUD-CADEIA
           END-CALL
           MOVE AUD-LOG-REC TO DS-LINHA.

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
