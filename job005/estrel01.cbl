       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTREL01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: registro dos estornos     *
      *              automaticos de provisao. Lista em ESTRPT cada *
      *              linha do ESTPEND com as duas pernas - a       *
      *              provisao original (referencia, data, D/C) e  *
      *              o estorno (referencia ES, data, D/C oposto) - *
      *              e procura no GLHIST a postagem do estorno.    *
      *              Aponta "ESTORNO NAO GERADO" a provisao ainda  *
      *              pendente cujo primeiro dia util do periodo    *
      *              seguinte ja chegou, e "ESTORNO NAO POSTADO" o *
      *              estorno gerado com data anterior ao dia util  *
      *              e sem postagem no GLHIST. RC 4 quando ha      *
      *              qualquer apontamento.                         *
      * 15/10/2026 - IR - 9998-GRAVA-EVENTO-ERRO tambem emite      *
      *              alerta critico pelo servico ALRTSVC (arquivo  *
      *              ALERTAS), com a mensagem do erro fatal e o    *
      *              programa como chave de supressao.             *
      * 15/10/2026 - IR - Evento do ERRLOG encadeado pelo servico  *
      *              CADEISVC antes do WRITE: sequencia da cabeca  *
      *              ERRCHAIN e hash do conteudo com o hash do     *
      *              evento anterior, conferidos pelo CADEIA01.    *
      * 15/10/2026 - IR - Relatorio ESTRPT arquivado depois do     *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      * 15/10/2026 - IR - Tabela de estornos montada so com as     *
      *              linhas geradas (G) ainda no ESTPEND, com a    *
      *              data de postagem apanhada no GLHIST, em vez   *
      *              de todos os estornos ja postados no           *
      *              historico: os postados sao expurgados do      *
      *              ESTPEND pelo ESTORN01.                        *
      * 15/10/2026 - IR - Vencimento do estorno apurado no         *
      *              calendario de feriados da empresa da provisao *
      *              (EM-CALENDARIO do EMPRESA), como o ESTORN01.  *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTORNO-PEND-FILE ASSIGN TO "ESTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTPEND.
           SELECT GL-HIST-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLHIST.
           SELECT DATA-PROC-FILE ASSIGN TO "DATAPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAPROC.
           SELECT EMPRESA-FILE ASSIGN TO "EMPRESA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPRESA.
           SELECT RELAT-OUT-FILE ASSIGN TO "ESTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTORNO-PEND-FILE.
           COPY ESTPEND.
       FD  GL-HIST-FILE.
           COPY GLHIST.
       FD  DATA-PROC-FILE.
           COPY DATAPROC.
       FD  EMPRESA-FILE.
           COPY EMPRESA.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(132).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
           COPY CALENSVC.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

       01  WS-FS-ESTPEND             PIC X(02).
       01  WS-FS-GLHIST              PIC X(02).
       01  WS-FS-DATAPROC            PIC X(02).
       01  WS-FS-EMPRESA             PIC X(02).

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-DATA-UTIL              PIC 9(08) VALUE ZEROES.

       01  WS-EOF-ESTPEND            PIC X(01) VALUE "N".
           88 FIM-DO-ESTPEND         VALUE "S".
       01  WS-EOF-GLHIST             PIC X(01) VALUE "N".
           88 FIM-DO-GLHIST          VALUE "S".

      * Estornos gerados no ESTPEND e sua postagem no GLHIST
       01  WS-TABELA-POSTADOS.
           05 WS-PST-QTDE            PIC 9(04) VALUE ZEROES.
           05 WS-PST-ENTRADA         OCCURS 2000 TIMES.
               10 WS-PST-REFERENCIA  PIC X(10).
               10 WS-PST-COMPANY     PIC X(03).
               10 WS-PST-DATA-POST   PIC 9(08).
       01  WS-IDX-PST                PIC 9(04) VALUE ZEROES.
       01  WS-PST-ACHOU              PIC X(01) VALUE "N".
           88 ESTORNO-POSTADO        VALUE "S".

       01  WS-DATA-PROVISAO.
           05 WS-PRV-ANO             PIC 9(04).
           05 WS-PRV-MES             PIC 9(02).
           05 WS-PRV-DIA             PIC 9(02).
       01  WS-ANO-SEGUINTE           PIC 9(04) VALUE ZEROES.
       01  WS-MES-SEGUINTE           PIC 9(02) VALUE ZEROES.
       01  WS-DATA-VENCIMENTO        PIC 9(08) VALUE ZEROES.

       01  WS-QTDE-LINHAS            PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-PENDENTES         PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-GERADOS           PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-POSTADOS          PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-NAO-GERADOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-NAO-POSTADOS      PIC 9(05) VALUE ZEROES.
       01  WS-TOTAL-PROVISIONADO     PIC 9(12)V99 VALUE ZEROES.
       01  WS-TOTAL-ESTORNADO        PIC 9(12)V99 VALUE ZEROES.
       01  WS-VALOR-EDITADO          PIC Z(12)9.99.

       01  WS-LINHA-CABECALHO.
           05 FILLER                 PIC X(47) VALUE
              "REF.PROV.  EMP MOE CONTA    T DATA PROV       V".
           05 FILLER                 PIC X(46) VALUE
              "ALOR REF.ESTOR T DATA EST. POSTADO  SITUACAO".

       01  WS-LINHA-DETALHE.
           05 WS-LIN-REFERENCIA      PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-EMPRESA         PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-MOEDA           PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-CONTA           PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-TIPO            PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DATA-PROV       PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-VALOR           PIC Z(9)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-REF-ESTORNO     PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-TIPO-ESTORNO    PIC X(01).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DATA-ESTORNO    PIC 9(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-DATA-POST       PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-SITUACAO        PIC X(35).

      *-----------------------------------------------------------*
      * Calendario de feriados de cada empresa (EM-CALENDARIO),   *
      * para a data de estorno no calendario da propria empresa.  *
      *-----------------------------------------------------------*
       01  WS-CADASTRO-EMPRESAS.
           05 WS-EMP-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-EMP-ENTRADA         OCCURS 20 TIMES.
               10 WS-EMP-CODIGO      PIC X(03).
               10 WS-EMP-CALENDARIO  PIC X(03).
       01  WS-IDX-EMP                PIC 9(02) VALUE ZEROES.
       01  WS-EMP-ACHOU              PIC X(01) VALUE "N".
           88 EMPRESA-CADASTRADA     VALUE "S".
       01  WS-EOF-EMPRESA            PIC X(01) VALUE "N".
           88 FIM-DE-EMPRESAS        VALUE "S".

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "ESTREL01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           PERFORM 002-APURA-DATA-UTIL
           PERFORM 013-CARREGA-EMPRESAS
           PERFORM 003-CARREGA-POSTADOS
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           STRING "REGISTRO DE ESTORNOS AUTOMATICOS DE PROVISAO - "
               "DIA UTIL " WS-DATA-UTIL
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE WS-LINHA-CABECALHO TO RELAT-LINHA
           WRITE RELAT-LINHA
           OPEN INPUT ESTORNO-PEND-FILE
           EVALUATE WS-FS-ESTPEND
               WHEN "00"
                   PERFORM 006-LE-PENDENTE UNTIL FIM-DO-ESTPEND
                   CLOSE ESTORNO-PEND-FILE
               WHEN "35"
                   MOVE "ESTPEND NAO ENCONTRADO - NENHUMA PROVISAO"
                       TO RELAT-LINHA
                   WRITE RELAT-LINHA
               WHEN OTHER
                   MOVE WS-FS-ESTPEND TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR ESTPEND" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           PERFORM 020-IMPRIME-TOTAIS
           CLOSE RELAT-OUT-FILE
           MOVE "ESTRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "ESTREL01 - LINHAS: " WS-QTDE-LINHAS
               " NAO GERADOS: " WS-QTDE-NAO-GERADOS
               " NAO POSTADOS: " WS-QTDE-NAO-POSTADOS
           IF WS-QTDE-NAO-GERADOS > ZEROES
              OR WS-QTDE-NAO-POSTADOS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       002-APURA-DATA-UTIL.
           MOVE WS-DATA-ATUAL-NUM TO WS-DATA-UTIL
           OPEN INPUT DATA-PROC-FILE
           EVALUATE WS-FS-DATAPROC
               WHEN "00"
                   READ DATA-PROC-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DP-DATA-GERACAO = WS-DATA-ATUAL-NUM
                               MOVE DP-DATA-UTIL TO WS-DATA-UTIL
                           END-IF
                   END-READ
                   CLOSE DATA-PROC-FILE
               WHEN "35"
                   SET CS-PROXIMO-DIA-UTIL TO TRUE
                   MOVE WS-DATA-ATUAL-NUM TO CS-DATA-1
                   MOVE SPACES TO CS-CALENDARIO
                   MOVE ZEROES TO CS-DATA-2
                   CALL "CALSVC" USING CS-PARAMETROS
                   IF CS-RETORNO-OK
                       MOVE CS-DATA-RESULTADO TO WS-DATA-UTIL
                   END-IF
               WHEN OTHER
                   MOVE WS-FS-DATAPROC TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR DATAPROC" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

      *-----------------------------------------------------------*
      * Tabela so com os estornos gerados (G) ainda no ESTPEND -  *
      * os ja postados sao expurgados pelo ESTORN01 - e a data de *
      * postagem de cada um apanhada no GLHIST.                   *
      *-----------------------------------------------------------*
       003-CARREGA-POSTADOS.
           OPEN INPUT ESTORNO-PEND-FILE
           EVALUATE WS-FS-ESTPEND
               WHEN "00"
                   PERFORM 012-LE-GERADO UNTIL FIM-DO-ESTPEND
                   CLOSE ESTORNO-PEND-FILE
                   MOVE "N" TO WS-EOF-ESTPEND
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-ESTPEND TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR ESTPEND" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           IF WS-PST-QTDE > ZEROES
               OPEN INPUT GL-HIST-FILE
               EVALUATE WS-FS-GLHIST
                   WHEN "00"
                       PERFORM 004-LE-HISTORICO UNTIL FIM-DO-GLHIST
                       CLOSE GL-HIST-FILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-FS-GLHIST TO WS-FS-ERRO
                       MOVE "FALHA AO ABRIR GLHIST" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
               END-EVALUATE
           END-IF.

       004-LE-HISTORICO.
           READ GL-HIST-FILE
               AT END
                   SET FIM-DO-GLHIST TO TRUE
               NOT AT END
                   IF GH-SISTEMA-ORIGEM = "ESTORN01"
                       MOVE GH-REFERENCIA   TO EP-REFERENCIA-ESTORNO
                       MOVE GH-COMPANY-CODE TO EP-COMPANY-CODE
                       PERFORM 010-LOCALIZA-POSTADO
                       IF ESTORNO-POSTADO
                           MOVE GH-DATA-POSTAGEM
                               TO WS-PST-DATA-POST(WS-IDX-PST)
                       END-IF
                   END-IF
           END-READ.

       005-ACRESCENTA-POSTADO.
           IF WS-PST-QTDE = 2000
               MOVE "ESTPEND EXCEDE A TABELA DE 2000 ESTORNOS GERADOS"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-PST-QTDE
           MOVE EP-REFERENCIA-ESTORNO TO WS-PST-REFERENCIA(WS-PST-QTDE)
           MOVE EP-COMPANY-CODE  TO WS-PST-COMPANY(WS-PST-QTDE)
           MOVE ZEROES           TO WS-PST-DATA-POST(WS-PST-QTDE).

       006-LE-PENDENTE.
           READ ESTORNO-PEND-FILE
               AT END
                   SET FIM-DO-ESTPEND TO TRUE
               NOT AT END
                   PERFORM 007-IMPRIME-PENDENTE
           END-READ.

      *-----------------------------------------------------------*
      * Uma linha do registro: provisao, estorno e situacao.      *
      *-----------------------------------------------------------*
       007-IMPRIME-PENDENTE.
           ADD 1 TO WS-QTDE-LINHAS
           ADD EP-VALOR-TRANS TO WS-TOTAL-PROVISIONADO
           MOVE EP-REFERENCIA    TO WS-LIN-REFERENCIA
           MOVE EP-COMPANY-CODE  TO WS-LIN-EMPRESA
           MOVE EP-CURRENCY-CODE TO WS-LIN-MOEDA
           MOVE EP-NUMERO-CONTA  TO WS-LIN-CONTA
           MOVE EP-TIPO-TRANS    TO WS-LIN-TIPO
           MOVE EP-DATA-TRANS    TO WS-LIN-DATA-PROV
           MOVE EP-VALOR-TRANS   TO WS-LIN-VALOR
           IF EP-TIPO-TRANS = "D"
               MOVE "C" TO WS-LIN-TIPO-ESTORNO
           ELSE
               MOVE "D" TO WS-LIN-TIPO-ESTORNO
           END-IF
           MOVE SPACES TO WS-LIN-DATA-POST
           IF EP-ESTORNO-GERADO
               ADD 1 TO WS-QTDE-GERADOS
               MOVE EP-REFERENCIA-ESTORNO TO WS-LIN-REF-ESTORNO
               MOVE EP-DATA-ESTORNO       TO WS-LIN-DATA-ESTORNO
               PERFORM 010-LOCALIZA-POSTADO
               EVALUATE TRUE
                   WHEN ESTORNO-POSTADO
                    AND WS-PST-DATA-POST(WS-IDX-PST) > ZEROES
                       ADD 1 TO WS-QTDE-POSTADOS
                       ADD EP-VALOR-TRANS TO WS-TOTAL-ESTORNADO
                       MOVE WS-PST-DATA-POST(WS-IDX-PST)
                           TO WS-LIN-DATA-POST
                       MOVE "ESTORNADO" TO WS-LIN-SITUACAO
                   WHEN EP-DATA-ESTORNO < WS-DATA-UTIL
                       ADD 1 TO WS-QTDE-NAO-POSTADOS
                       MOVE "*** ESTORNO NAO POSTADO" TO WS-LIN-SITUACAO
                   WHEN OTHER
                       MOVE "GERADO - AGUARDANDO POSTAGEM"
                           TO WS-LIN-SITUACAO
               END-EVALUATE
           ELSE
               ADD 1 TO WS-QTDE-PENDENTES
               PERFORM 008-APURA-VENCIMENTO
               MOVE SPACES TO WS-LIN-REF-ESTORNO
               MOVE WS-DATA-VENCIMENTO TO WS-LIN-DATA-ESTORNO
               IF WS-DATA-VENCIMENTO NOT > WS-DATA-UTIL
                   ADD 1 TO WS-QTDE-NAO-GERADOS
                   MOVE "*** ESTORNO NAO GERADO" TO WS-LIN-SITUACAO
               ELSE
                   MOVE "PENDENTE - A VENCER" TO WS-LIN-SITUACAO
               END-IF
           END-IF
           MOVE WS-LINHA-DETALHE TO RELAT-LINHA
           WRITE RELAT-LINHA.

       008-APURA-VENCIMENTO.
           MOVE EP-DATA-TRANS TO WS-DATA-PROVISAO
           IF WS-PRV-MES = 12
               COMPUTE WS-ANO-SEGUINTE = WS-PRV-ANO + 1
               MOVE 1 TO WS-MES-SEGUINTE
           ELSE
               MOVE WS-PRV-ANO TO WS-ANO-SEGUINTE
               COMPUTE WS-MES-SEGUINTE = WS-PRV-MES + 1
           END-IF
           SET CS-PROXIMO-DIA-UTIL TO TRUE
           COMPUTE CS-DATA-1 = WS-ANO-SEGUINTE * 10000
               + WS-MES-SEGUINTE * 100 + 1
           MOVE ZEROES TO CS-DATA-2
           PERFORM 015-POSICIONA-CALENDARIO
           CALL "CALSVC" USING CS-PARAMETROS
           IF CS-RETORNO-OK
               MOVE CS-DATA-RESULTADO TO WS-DATA-VENCIMENTO
           ELSE
               MOVE CS-DATA-1 TO WS-DATA-VENCIMENTO
           END-IF.

       010-LOCALIZA-POSTADO.
           MOVE "N" TO WS-PST-ACHOU
           MOVE ZEROES TO WS-IDX-PST
           PERFORM 011-PROCURA-POSTADO
               UNTIL ESTORNO-POSTADO OR WS-IDX-PST = WS-PST-QTDE.

       011-PROCURA-POSTADO.
           ADD 1 TO WS-IDX-PST
           IF WS-PST-REFERENCIA(WS-IDX-PST) = EP-REFERENCIA-ESTORNO
              AND WS-PST-COMPANY(WS-IDX-PST) = EP-COMPANY-CODE
               SET ESTORNO-POSTADO TO TRUE
           END-IF.

       012-LE-GERADO.
           READ ESTORNO-PEND-FILE
               AT END
                   SET FIM-DO-ESTPEND TO TRUE
               NOT AT END
                   IF EP-ESTORNO-GERADO
                       PERFORM 010-LOCALIZA-POSTADO
                       IF NOT ESTORNO-POSTADO
                           PERFORM 005-ACRESCENTA-POSTADO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Cadastro de empresas em memoria; EMPRESA ausente deixa    *
      * todo estorno no calendario padrao.                        *
      *-----------------------------------------------------------*
       013-CARREGA-EMPRESAS.
           OPEN INPUT EMPRESA-FILE
           EVALUATE WS-FS-EMPRESA
               WHEN "00"
                   PERFORM 014-LE-EMPRESA UNTIL FIM-DE-EMPRESAS
                   CLOSE EMPRESA-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FS-EMPRESA TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR EMPRESA" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       014-LE-EMPRESA.
           READ EMPRESA-FILE
               AT END
                   SET FIM-DE-EMPRESAS TO TRUE
               NOT AT END
                   IF WS-EMP-QTDE = 20
                       MOVE "CADASTRO EMPRESA EXCEDE A TABELA"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-EMP-QTDE
                   MOVE EM-CODIGO     TO WS-EMP-CODIGO(WS-EMP-QTDE)
                   MOVE EM-CALENDARIO TO WS-EMP-CALENDARIO(WS-EMP-QTDE)
           END-READ.

      *-----------------------------------------------------------*
      * CS-CALENDARIO da empresa da provisao (EP-COMPANY-CODE):   *
      * o primeiro dia util do mes seguinte e o do calendario de  *
      * feriados dela, nao o da matriz.                           *
      *-----------------------------------------------------------*
       015-POSICIONA-CALENDARIO.
           MOVE SPACES TO CS-CALENDARIO
           MOVE ZEROES TO WS-IDX-EMP
           MOVE "N" TO WS-EMP-ACHOU
           PERFORM 016-PROCURA-EMPRESA
               UNTIL EMPRESA-CADASTRADA OR WS-IDX-EMP = WS-EMP-QTDE
           IF EMPRESA-CADASTRADA
               MOVE WS-EMP-CALENDARIO(WS-IDX-EMP) TO CS-CALENDARIO
           END-IF.

       016-PROCURA-EMPRESA.
           ADD 1 TO WS-IDX-EMP
           IF WS-EMP-CODIGO(WS-IDX-EMP) = EP-COMPANY-CODE
               SET EMPRESA-CADASTRADA TO TRUE
           END-IF.

       020-IMPRIME-TOTAIS.
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "LINHAS: " WS-QTDE-LINHAS
               " PENDENTES: " WS-QTDE-PENDENTES
               " GERADAS: " WS-QTDE-GERADOS
               " POSTADAS: " WS-QTDE-POSTADOS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           MOVE WS-TOTAL-PROVISIONADO TO WS-VALOR-EDITADO
           STRING "TOTAL PROVISIONADO: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           MOVE WS-TOTAL-ESTORNADO TO WS-VALOR-EDITADO
           STRING "TOTAL ESTORNADO E POSTADO: " WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "ESTORNOS NAO GERADOS: " WS-QTDE-NAO-GERADOS
               " ESTORNOS NAO POSTADOS: " WS-QTDE-NAO-POSTADOS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA.

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
