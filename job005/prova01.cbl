       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVA01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: prova diaria razao        *
      *              auxiliar x razao geral. Soma os registros do  *
      *              IFACETOT do ADD01, ADD02 e ADD04 na data      *
      *              provada (cartao PROVPARM; ausente usa a data  *
      *              corrente ajustada pelo DATAPROC do DRIVER01,  *
      *              como o RECON01), abertos por empresa, moeda e *
      *              conta de controle do PLANOCTA pela quebra do  *
      *              IFACECTA, e compara com o movimento do dia    *
      *              (GH-DATA-POSTAGEM) no GLHIST nas mesmas       *
      *              contas - as contas de controle mapeadas no    *
      *              CONTAMST -, com o sinal pela natureza da      *
      *              conta. Registro sem quebra (ou com quebra que *
      *              nao fecha) vai para a linha "SEM MAPA", que e *
      *              sempre quebra. Imprime em PROVARPT uma linha  *
      *              por empresa/moeda/conta com as duas somas e a *
      *              diferenca, e encerra com RETURN-CODE 8 em     *
      *              qualquer quebra; o STATUS01 chama a prova e   *
      *              leva o veredito ao quadro matinal.            *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio PROVARPT arquivado depois do   *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      * 15/10/2026 - IR - Marcas de saldo de abertura do MIGRA01   *
      *              (GLHIST tipo A/B) ficam fora da prova do      *
      *              movimento do dia: nao sao debito nem credito  *
      *              do periodo.                                   *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PROVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT DATA-PROC-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAPROC.
           SELECT PLANO-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANO.
           SELECT CONTA-MASTER-FILE ASSIGN TO "CONTAMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTAMST.
           SELECT IFACE-FILE ASSIGN TO "IFACETOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IFACE.
           SELECT QUEBRA-FILE ASSIGN TO "IFACECTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-QUEBRA.
           SELECT GL-HIST-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLHIST.
           SELECT RELAT-OUT-FILE ASSIGN TO "PROVARPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-DATA-PROVA          PIC 9(08).
       FD  DATA-PROC-FILE.
           COPY DATAPROC.
       FD  PLANO-FILE.
           COPY PLANOCTA.
       FD  CONTA-MASTER-FILE.
           COPY CONTAMST.
       FD  IFACE-FILE.
           COPY INTERFACE.
       FD  QUEBRA-FILE.
           COPY IFACECTA.
       FD  GL-HIST-FILE.
           COPY GLHIST.
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

       01  WS-FS-PARM                PIC X(02).
       01  WS-FS-DATAPROC            PIC X(02).
       01  WS-FS-PLANO               PIC X(02).
       01  WS-FS-CONTAMST            PIC X(02).
       01  WS-FS-IFACE               PIC X(02).
       01  WS-FS-QUEBRA              PIC X(02).
       01  WS-FS-GLHIST              PIC X(02).

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-DATA-PROVA             PIC 9(08) VALUE ZEROES.

       01  WS-EOF                    PIC X(01) VALUE "N".
           88 FIM-DO-ARQUIVO         VALUE "S".

       01  WS-TABELA-PLANO.
           05 WS-PLA-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-PLA-ENTRADA         OCCURS 2000 TIMES.
               10 WS-PLA-CONTA       PIC 9(08).
               10 WS-PLA-NATUREZA    PIC X(01).
       01  WS-IDX-PLA                PIC 9(04) VALUE ZEROES.
       01  WS-PLA-ACHOU              PIC X(01) VALUE "N".
           88 CONTA-ENCONTRADA       VALUE "S".

       01  WS-CONTAS-CONTROLE.
           05 WS-CTL-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-CTL-ENTRADA         OCCURS 200 TIMES.
               10 WS-CTL-CONTA       PIC 9(08).
       01  WS-IDX-CTL                PIC 9(03) VALUE ZEROES.
       01  WS-CTL-ACHOU              PIC X(01) VALUE "N".
           88 CONTROLE-ENCONTRADO    VALUE "S".
       01  WS-CONTA-PROCURADA        PIC 9(08) VALUE ZEROES.

       01  WS-SEQUENCIAS-DIA.
           05 WS-SEQ-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-SEQ-ENTRADA         OCCURS 500 TIMES.
               10 WS-SEQ-NUMERO      PIC 9(09).
               10 WS-SEQ-COMPANY     PIC X(03).
               10 WS-SEQ-CURRENCY    PIC X(03).
               10 WS-SEQ-VALOR       PIC S9(09)V99.
               10 WS-SEQ-QUEBRADO    PIC S9(09)V99.
       01  WS-IDX-SEQ                PIC 9(03) VALUE ZEROES.
       01  WS-SEQ-ACHOU              PIC X(01) VALUE "N".
           88 SEQUENCIA-ENCONTRADA   VALUE "S".

       01  WS-PROVA.
           05 WS-PRV-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-PRV-ENTRADA         OCCURS 200 TIMES.
               10 WS-PRV-COMPANY     PIC X(03).
               10 WS-PRV-CURRENCY    PIC X(03).
               10 WS-PRV-CONTA       PIC 9(08).
               10 WS-PRV-AUXILIAR    PIC S9(11)V99.
               10 WS-PRV-RAZAO       PIC S9(11)V99.
       01  WS-IDX-PRV                PIC 9(03) VALUE ZEROES.
       01  WS-PRV-ACHOU              PIC X(01) VALUE "N".
           88 LINHA-ENCONTRADA       VALUE "S".
       01  WS-PROC-COMPANY           PIC X(03) VALUE SPACES.
       01  WS-PROC-CURRENCY          PIC X(03) VALUE SPACES.
       01  WS-PROC-CONTA             PIC 9(08) VALUE ZEROES.

       01  WS-VALOR-SEM-QUEBRA       PIC S9(09)V99 VALUE ZEROES.
       01  WS-MOVIMENTO              PIC S9(11)V99 VALUE ZEROES.
       01  WS-DIFERENCA              PIC S9(11)V99 VALUE ZEROES.
       01  WS-QTDE-QUEBRAS           PIC 9(03) VALUE ZEROES.
       01  WS-QTDE-SEM-QUEBRA        PIC 9(03) VALUE ZEROES.

       01  WS-LINHA-DETALHE.
           05 WS-LIN-COMPANY         PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-CURRENCY        PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-CONTA           PIC X(08).
           05 FILLER                 PIC X(05) VALUE " AUX:".
           05 WS-LIN-AUXILIAR        PIC -(10)9.99.
           05 FILLER                 PIC X(07) VALUE " RAZAO:".
           05 WS-LIN-RAZAO           PIC -(10)9.99.
           05 FILLER                 PIC X(05) VALUE " DIF:".
           05 WS-LIN-DIFERENCA       PIC -(10)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-SITUACAO        PIC X(16).

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "PROVA01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           PERFORM 002-DEFINE-DATA-PROVA
           PERFORM 010-CARREGA-PLANO
           PERFORM 015-CARREGA-CONTROLES
           PERFORM 020-LE-INTERFACE
           PERFORM 025-SOMA-QUEBRA
           PERFORM 030-APURA-SEM-QUEBRA
           PERFORM 035-SOMA-RAZAO
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           STRING "PROVA RAZAO AUXILIAR (ADD01/ADD02/ADD04) X RAZAO "
               "GERAL - DATA " WS-DATA-PROVA
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           PERFORM 040-PROVA-E-IMPRIME
           CLOSE RELAT-OUT-FILE
           MOVE "PROVARPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           IF WS-QTDE-QUEBRAS > ZEROES
               DISPLAY "*** PROVA COM " WS-QTDE-QUEBRAS
                   " QUEBRA(S) - VER PROVARPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "PROVA EQUILIBRADA - RELATORIO EM PROVARPT"
           END-IF
           GOBACK.

       002-DEFINE-DATA-PROVA.
           MOVE WS-DATA-ATUAL-NUM TO WS-DATA-PROVA
           OPEN INPUT DATA-PROC-FILE
           EVALUATE WS-FS-DATAPROC
               WHEN "00"
                   READ DATA-PROC-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DP-DATA-GERACAO = WS-DATA-ATUAL-NUM
                               MOVE DP-DATA-UTIL TO WS-DATA-PROVA
                           END-IF
                   END-READ
                   CLOSE DATA-PROC-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "FALHA AO ABRIR DATAPROC" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           OPEN INPUT PARM-FILE
           EVALUATE WS-FS-PARM
               WHEN "00"
                   READ PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PA-DATA-PROVA IS NUMERIC
                              AND PA-DATA-PROVA NOT = ZEROES
                               MOVE PA-DATA-PROVA TO WS-DATA-PROVA
                           END-IF
                   END-READ
                   CLOSE PARM-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "FALHA AO ABRIR PROVPARM" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           DISPLAY "DATA DA PROVA: " WS-DATA-PROVA.

      *-----------------------------------------------------------*
      * Natureza de cada conta do plano: o movimento do dia na    *
      * conta de controle devedora e debito menos credito, na     *
      * credora credito menos debito. Conta fora do plano (ou     *
      * PLANOCTA ausente) e tratada como devedora.                *
      *-----------------------------------------------------------*
       010-CARREGA-PLANO.
           MOVE "N" TO WS-EOF
           OPEN INPUT PLANO-FILE
           EVALUATE WS-FS-PLANO
               WHEN "00"
                   PERFORM 011-LE-PLANO UNTIL FIM-DO-ARQUIVO
                   CLOSE PLANO-FILE
               WHEN "35"
                   DISPLAY "PLANOCTA NAO ENCONTRADO - CONTAS TRATADAS "
                       "COMO DEVEDORAS"
               WHEN OTHER
                   MOVE WS-FS-PLANO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR PLANOCTA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       011-LE-PLANO.
           READ PLANO-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF WS-PLA-QTDE = 2000
                       MOVE "PLANOCTA EXCEDE A TABELA" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-PLA-QTDE
                   MOVE PC-NUMERO-CONTA TO WS-PLA-CONTA(WS-PLA-QTDE)
                   MOVE PC-NATUREZA TO WS-PLA-NATUREZA(WS-PLA-QTDE)
           END-READ.

      *-----------------------------------------------------------*
      * As contas provadas no razao sao as contas de controle     *
      * mapeadas no CONTAMST: movimento nelas sem contrapartida   *
      * no razao auxiliar tambem e quebra.                        *
      *-----------------------------------------------------------*
       015-CARREGA-CONTROLES.
           MOVE "N" TO WS-EOF
           OPEN INPUT CONTA-MASTER-FILE
           EVALUATE WS-FS-CONTAMST
               WHEN "00"
                   PERFORM 016-LE-CONTA-MASTER UNTIL FIM-DO-ARQUIVO
                   CLOSE CONTA-MASTER-FILE
               WHEN "35"
                   DISPLAY "CONTAMST NAO ENCONTRADO - NENHUMA CONTA "
                       "DE CONTROLE MAPEADA"
               WHEN OTHER
                   MOVE WS-FS-CONTAMST TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR CONTAMST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       016-LE-CONTA-MASTER.
           READ CONTA-MASTER-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF AC-CONTA-CONTROLE IS NUMERIC
                      AND AC-CONTA-CONTROLE NOT = ZEROES
                       MOVE AC-CONTA-CONTROLE TO WS-CONTA-PROCURADA
                       PERFORM 017-PROCURA-CONTROLE
                       IF NOT CONTROLE-ENCONTRADO
                           PERFORM 019-GUARDA-CONTROLE
                       END-IF
                   END-IF
           END-READ.

       017-PROCURA-CONTROLE.
           MOVE ZEROES TO WS-IDX-CTL
           MOVE "N" TO WS-CTL-ACHOU
           PERFORM 018-TESTA-CONTROLE
               UNTIL CONTROLE-ENCONTRADO OR WS-IDX-CTL = WS-CTL-QTDE.

       018-TESTA-CONTROLE.
           ADD 1 TO WS-IDX-CTL
           IF WS-CTL-CONTA(WS-IDX-CTL) = WS-CONTA-PROCURADA
               SET CONTROLE-ENCONTRADO TO TRUE
           END-IF.

       019-GUARDA-CONTROLE.
           IF WS-CTL-QTDE = 200
               MOVE "CONTAS DE CONTROLE EXCEDEM A TABELA"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-CTL-QTDE
           MOVE WS-CONTA-PROCURADA TO WS-CTL-CONTA(WS-CTL-QTDE).

      *-----------------------------------------------------------*
      * Entram os registros do dia dos tres jobs, de qualquer     *
      * tipo: o original estornado ("O") foi postado no proprio   *
      * dia e o estorno ("E") e movimento do dia em que foi feito.*
      *-----------------------------------------------------------*
       020-LE-INTERFACE.
           MOVE "N" TO WS-EOF
           OPEN INPUT IFACE-FILE
           EVALUATE WS-FS-IFACE
               WHEN "00"
                   PERFORM 021-LE-IFACE UNTIL FIM-DO-ARQUIVO
                   CLOSE IFACE-FILE
               WHEN "35"
                   DISPLAY "IFACETOT NAO ENCONTRADO - RAZAO AUXILIAR "
                       "ZERADO"
               WHEN OTHER
                   MOVE WS-FS-IFACE TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR IFACETOT" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       021-LE-IFACE.
           READ IFACE-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF IF-DATA-EXEC = WS-DATA-PROVA
                      AND (IF-PROGRAMA = "ADD01"
                           OR IF-PROGRAMA = "ADD02"
                           OR IF-PROGRAMA = "ADD04")
                       IF WS-SEQ-QTDE = 500
                           MOVE "INTERFACE DO DIA EXCEDE A TABELA"
                               TO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                       END-IF
                       ADD 1 TO WS-SEQ-QTDE
                       MOVE IF-SEQUENCIA TO WS-SEQ-NUMERO(WS-SEQ-QTDE)
                       MOVE IF-COMPANY-CODE
                           TO WS-SEQ-COMPANY(WS-SEQ-QTDE)
                       MOVE IF-CURRENCY-CODE
                           TO WS-SEQ-CURRENCY(WS-SEQ-QTDE)
                       MOVE IF-VALOR-TOTAL TO WS-SEQ-VALOR(WS-SEQ-QTDE)
                       MOVE ZEROES TO WS-SEQ-QUEBRADO(WS-SEQ-QTDE)
                   END-IF
           END-READ.

       025-SOMA-QUEBRA.
           MOVE "N" TO WS-EOF
           OPEN INPUT QUEBRA-FILE
           EVALUATE WS-FS-QUEBRA
               WHEN "00"
                   PERFORM 026-LE-QUEBRA UNTIL FIM-DO-ARQUIVO
                   CLOSE QUEBRA-FILE
               WHEN "35"
                   DISPLAY "IFACECTA NAO ENCONTRADO - INTERFACE SEM "
                       "QUEBRA POR CONTA"
               WHEN OTHER
                   MOVE WS-FS-QUEBRA TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR IFACECTA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       026-LE-QUEBRA.
           READ QUEBRA-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   MOVE ZEROES TO WS-IDX-SEQ
                   MOVE "N" TO WS-SEQ-ACHOU
                   PERFORM 027-PROCURA-SEQUENCIA
                       UNTIL SEQUENCIA-ENCONTRADA
                       OR WS-IDX-SEQ = WS-SEQ-QTDE
                   IF SEQUENCIA-ENCONTRADA
                       ADD IC-VALOR TO WS-SEQ-QUEBRADO(WS-IDX-SEQ)
                       MOVE IC-COMPANY-CODE   TO WS-PROC-COMPANY
                       MOVE IC-CURRENCY-CODE  TO WS-PROC-CURRENCY
                       MOVE IC-CONTA-CONTROLE TO WS-PROC-CONTA
                       PERFORM 050-ACHA-OU-CRIA-LINHA
                       ADD IC-VALOR TO WS-PRV-AUXILIAR(WS-IDX-PRV)
                   END-IF
           END-READ.

       027-PROCURA-SEQUENCIA.
           ADD 1 TO WS-IDX-SEQ
           IF WS-SEQ-NUMERO(WS-IDX-SEQ) = IC-SEQUENCIA
               SET SEQUENCIA-ENCONTRADA TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * Registro do IFACETOT sem quebra no IFACECTA (gravado      *
      * antes da quebra existir) ou cuja quebra nao fecha com o   *
      * total vai, pela diferenca, para a conta zero ("SEM MAPA").*
      *-----------------------------------------------------------*
       030-APURA-SEM-QUEBRA.
           MOVE ZEROES TO WS-IDX-SEQ
           PERFORM 031-CONFERE-SEQUENCIA
               UNTIL WS-IDX-SEQ = WS-SEQ-QTDE.

       031-CONFERE-SEQUENCIA.
           ADD 1 TO WS-IDX-SEQ
           COMPUTE WS-VALOR-SEM-QUEBRA = WS-SEQ-VALOR(WS-IDX-SEQ)
               - WS-SEQ-QUEBRADO(WS-IDX-SEQ)
           IF WS-VALOR-SEM-QUEBRA NOT = ZEROES
               ADD 1 TO WS-QTDE-SEM-QUEBRA
               MOVE WS-SEQ-COMPANY(WS-IDX-SEQ)  TO WS-PROC-COMPANY
               MOVE WS-SEQ-CURRENCY(WS-IDX-SEQ) TO WS-PROC-CURRENCY
               MOVE ZEROES TO WS-PROC-CONTA
               PERFORM 050-ACHA-OU-CRIA-LINHA
               ADD WS-VALOR-SEM-QUEBRA TO WS-PRV-AUXILIAR(WS-IDX-PRV)
           END-IF.

       035-SOMA-RAZAO.
           MOVE "N" TO WS-EOF
           OPEN INPUT GL-HIST-FILE
           EVALUATE WS-FS-GLHIST
               WHEN "00"
                   PERFORM 036-LE-GLHIST UNTIL FIM-DO-ARQUIVO
                   CLOSE GL-HIST-FILE
               WHEN "35"
                   DISPLAY "GLHIST NAO ENCONTRADO - RAZAO ZERADO"
               WHEN OTHER
                   MOVE WS-FS-GLHIST TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLHIST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       036-LE-GLHIST.
           READ GL-HIST-FILE
               AT END
                   SET FIM-DO-ARQUIVO TO TRUE
               NOT AT END
                   IF GH-DATA-POSTAGEM = WS-DATA-PROVA
                      AND NOT GH-ABERTURA-MIGRACAO
                       MOVE GH-NUMERO-CONTA TO WS-CONTA-PROCURADA
                       PERFORM 017-PROCURA-CONTROLE
                       IF CONTROLE-ENCONTRADO
                           PERFORM 037-ACUMULA-MOVIMENTO
                       END-IF
                   END-IF
           END-READ.

       037-ACUMULA-MOVIMENTO.
           MOVE ZEROES TO WS-IDX-PLA
           MOVE "N" TO WS-PLA-ACHOU
           PERFORM 038-PROCURA-CONTA
               UNTIL CONTA-ENCONTRADA OR WS-IDX-PLA = WS-PLA-QTDE
           IF GH-DEBITO
               MOVE GH-VALOR-TRANS TO WS-MOVIMENTO
           ELSE
               COMPUTE WS-MOVIMENTO = GH-VALOR-TRANS * -1
           END-IF
           IF CONTA-ENCONTRADA
               IF WS-PLA-NATUREZA(WS-IDX-PLA) = "C"
                   COMPUTE WS-MOVIMENTO = WS-MOVIMENTO * -1
               END-IF
           END-IF
           MOVE GH-COMPANY-CODE  TO WS-PROC-COMPANY
           MOVE GH-CURRENCY-CODE TO WS-PROC-CURRENCY
           MOVE GH-NUMERO-CONTA  TO WS-PROC-CONTA
           PERFORM 050-ACHA-OU-CRIA-LINHA
           ADD WS-MOVIMENTO TO WS-PRV-RAZAO(WS-IDX-PRV).

       038-PROCURA-CONTA.
           ADD 1 TO WS-IDX-PLA
           IF WS-PLA-CONTA(WS-IDX-PLA) = GH-NUMERO-CONTA
               SET CONTA-ENCONTRADA TO TRUE
           END-IF.

       040-PROVA-E-IMPRIME.
           IF WS-PRV-QTDE = ZEROES
               MOVE SPACES TO RELAT-LINHA
               STRING "NENHUM MOVIMENTO DO ADD01/ADD02/ADD04 NEM DAS "
                   "CONTAS DE CONTROLE NA DATA PROVADA"
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           MOVE ZEROES TO WS-IDX-PRV
           PERFORM 041-IMPRIME-LINHA
               UNTIL WS-IDX-PRV = WS-PRV-QTDE
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "LINHAS PROVADAS: " WS-PRV-QTDE
               "   QUEBRAS: " WS-QTDE-QUEBRAS
               "   REGISTROS SEM QUEBRA POR CONTA: "
               WS-QTDE-SEM-QUEBRA
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA.

       041-IMPRIME-LINHA.
           ADD 1 TO WS-IDX-PRV
           MOVE WS-PRV-COMPANY(WS-IDX-PRV)  TO WS-LIN-COMPANY
           MOVE WS-PRV-CURRENCY(WS-IDX-PRV) TO WS-LIN-CURRENCY
           IF WS-PRV-CONTA(WS-IDX-PRV) = ZEROES
               MOVE "SEM MAPA" TO WS-LIN-CONTA
           ELSE
               MOVE WS-PRV-CONTA(WS-IDX-PRV) TO WS-LIN-CONTA
           END-IF
           MOVE WS-PRV-AUXILIAR(WS-IDX-PRV) TO WS-LIN-AUXILIAR
           MOVE WS-PRV-RAZAO(WS-IDX-PRV)    TO WS-LIN-RAZAO
           COMPUTE WS-DIFERENCA = WS-PRV-AUXILIAR(WS-IDX-PRV)
               - WS-PRV-RAZAO(WS-IDX-PRV)
           MOVE WS-DIFERENCA TO WS-LIN-DIFERENCA
           IF WS-DIFERENCA = ZEROES
              AND WS-PRV-CONTA(WS-IDX-PRV) NOT = ZEROES
               MOVE "EQUILIBRADO" TO WS-LIN-SITUACAO
           ELSE
               MOVE "*** QUEBRA ***" TO WS-LIN-SITUACAO
               ADD 1 TO WS-QTDE-QUEBRAS
           END-IF
           MOVE WS-LINHA-DETALHE TO RELAT-LINHA
           WRITE RELAT-LINHA.

       050-ACHA-OU-CRIA-LINHA.
           MOVE ZEROES TO WS-IDX-PRV
           MOVE "N" TO WS-PRV-ACHOU
           PERFORM 051-PROCURA-LINHA
               UNTIL LINHA-ENCONTRADA OR WS-IDX-PRV = WS-PRV-QTDE
           IF NOT LINHA-ENCONTRADA
               IF WS-PRV-QTDE = 200
                   MOVE "MAIS DE 200 LINHAS NA PROVA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-PRV-QTDE
               MOVE WS-PRV-QTDE TO WS-IDX-PRV
               MOVE WS-PROC-COMPANY  TO WS-PRV-COMPANY(WS-IDX-PRV)
               MOVE WS-PROC-CURRENCY TO WS-PRV-CURRENCY(WS-IDX-PRV)
               MOVE WS-PROC-CONTA    TO WS-PRV-CONTA(WS-IDX-PRV)
               MOVE ZEROES TO WS-PRV-AUXILIAR(WS-IDX-PRV)
               MOVE ZEROES TO WS-PRV-RAZAO(WS-IDX-PRV)
           END-IF.

       051-PROCURA-LINHA.
           ADD 1 TO WS-IDX-PRV
           IF WS-PRV-COMPANY(WS-IDX-PRV) = WS-PROC-COMPANY
              AND WS-PRV-CURRENCY(WS-IDX-PRV) = WS-PROC-CURRENCY
              AND WS-PRV-CONTA(WS-IDX-PRV) = WS-PROC-CONTA
               SET LINHA-ENCONTRADA TO TRUE
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
