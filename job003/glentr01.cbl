       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLENTR01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: carga controlada dos      *
      *              arquivos GL gerados pelo INTSET01 (INTSETGL), *
      *              RATEIO01 (RATEIOGL) e REVAL01 (REVALGL) no    *
      *              GLTRANS do ADD05, no lugar da concatenacao    *
      *              manual. Cada arquivo presente e conferido     *
      *              contra o proprio trailer e registrado no      *
      *              GLREGIST (GLREGIS.CPY) por programa de        *
      *              origem, periodo e totais de debitos/creditos. *
      *              Arquivo ja registrado - encaminhado e ainda   *
      *              nao postado, ou ja marcado postado pelo       *
      *              ADD05 - e recusado, para o rerun de fim de    *
      *              mes nunca dobrar um lancamento. Os aceitos    *
      *              sao acrescentados ao GLTRANS do dia com o     *
      *              GL-SISTEMA-ORIGEM carimbado e um trailer novo *
      *              com os totais somados; o GLTRANS existente    *
      *              precisa conferir com o proprio trailer antes  *
      *              de receber qualquer acrescimo. O que foi      *
      *              encaminhado ou recusado sai no relatorio      *
      *              GLENTRPT.                                     *
      * 15/10/2026 - IR - Arquivo de estornos automaticos          *
      *              ESTORNGL, gerado pelo ESTORN01, entra como    *
      *              quarta origem da carga controlada, com o      *
      *              mesmo registro no GLREGIST contra rerun.      *
      *              Registro GLTRANS passa a 53 posicoes.         *
      * 15/10/2026 - IR - Registro GLTRANS passou a 59 posicoes    *
      *              com o centro de custo GL-CENTRO-CUSTO;        *
      *              arquivos gerados lidos com o novo tamanho.    *
      * 15/10/2026 - IR - Arquivo de depreciacao mensal DEPRECGL,  *
      *              gerado pelo DEPREC01, entra como quinta       *
      *              origem da carga controlada, com o mesmo       *
      *              registro no GLREGIST contra rerun.            *
      * 15/10/2026 - IR - Arquivo PONTEGL da ponte PONTE01         *
      *              (transacoes postadas do CALC pelas regras do  *
      *              REGRAPST) entra como sexta origem da carga    *
      *              controlada, com o mesmo registro no GLREGIST  *
      *              contra rerun.                                 *
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
      * 15/10/2026 - IR - Relatorio GLENTRPT arquivado depois do   *
      *              CLOSE como geracao datada pelo servico RELSVC *
      *              (indice RELINDEX com data de negocio, hora,   *
      *              operador e paginas), para a reimpressao pelo  *
      *              RELRET01 em vez de rodar de novo.             *
      * 15/10/2026 - IR - Arquivo JURICGL dos juros intercompany   *
      *              do JURIC01 entra como setima origem da carga  *
      *              controlada, com o mesmo registro no GLREGIST  *
      *              contra rerun.                                 *
      * 15/10/2026 - IR - Arquivo gerado identificado tambem pela  *
      *              sequencia do trailer (GL-SEQ-ARQUIVO, gravada *
      *              em RG-SEQ-ARQUIVO): dois arquivos da mesma    *
      *              origem com mesmo periodo e totais deixam de   *
      *              colidir no GLREGIST. GLTRANS existente com    *
      *              linha gerada que nao soma com os registros    *
      *              encaminhados (linha de arquivo ja postado que *
      *              o ADD05 nao esvaziou) recusa a carga. Trailer *
      *              do GLTRANS reconstruido leva a propria        *
      *              sequencia.                                    *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTSET-GL-FILE ASSIGN TO "INTSETGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORIGEM.
           SELECT RATEIO-GL-FILE ASSIGN TO "RATEIOGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORIGEM.
           SELECT REVAL-GL-FILE ASSIGN TO "REVALGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORIGEM.
           SELECT ESTORNO-GL-FILE ASSIGN TO "ESTORNGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORIGEM.
           SELECT DEPREC-GL-FILE ASSIGN TO "DEPRECGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORIGEM.
           SELECT PONTE-GL-FILE ASSIGN TO "PONTEGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORIGEM.
           SELECT JURIC-GL-FILE ASSIGN TO "JURICGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORIGEM.
           SELECT GL-TRANS-FILE ASSIGN TO "GLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLTRANS.
           SELECT GL-TRABALHO-FILE ASSIGN TO "GLENTWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT REGISTRO-FILE ASSIGN TO "GLREGIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO.
           SELECT OPERADOR-FILE ASSIGN TO "OPERCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADOR.
           SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERMAST.
           SELECT RELAT-OUT-FILE ASSIGN TO "GLENTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  INTSET-GL-FILE.
       01  INTSET-GL-REC             PIC X(59).
       FD  RATEIO-GL-FILE.
       01  RATEIO-GL-REC             PIC X(59).
       FD  REVAL-GL-FILE.
       01  REVAL-GL-REC              PIC X(59).
       FD  ESTORNO-GL-FILE.
       01  ESTORNO-GL-REC            PIC X(59).
       FD  DEPREC-GL-FILE.
       01  DEPREC-GL-REC             PIC X(59).
       FD  PONTE-GL-FILE.
       01  PONTE-GL-REC              PIC X(59).
       FD  JURIC-GL-FILE.
       01  JURIC-GL-REC              PIC X(59).
       FD  GL-TRANS-FILE.
           COPY GLTRANS.
       FD  GL-TRABALHO-FILE.
       01  GL-TRABALHO-REC           PIC X(59).
       FD  REGISTRO-FILE.
           COPY GLREGIS.
       FD  OPERADOR-FILE.
           COPY OPERCARD.
       FD  OPERADOR-MASTER-FILE.
           COPY OPERMAST.
       FD  RELAT-OUT-FILE.
       01  RELAT-LINHA               PIC X(100).
       FD  ERRO-EVENTO-FILE.
           COPY ERREVT.

       WORKING-STORAGE SECTION.
           COPY DATETIME.
           COPY ALERTSVC.
           COPY RELATSVC.
           COPY CADEIA.
           COPY SENHASVC.
       01  WS-FS-ERRLOG          PIC X(02).
       01  WS-FS-ERRO            PIC X(02) VALUE SPACES.

       01  WS-FS-ORIGEM              PIC X(02).
       01  WS-FS-GLTRANS             PIC X(02).
       01  WS-FS-TRABALHO            PIC X(02).
       01  WS-FS-REGISTRO            PIC X(02).
       01  WS-FS-OPERADOR            PIC X(02).
       01  WS-FS-OPERMAST            PIC X(02).

       01  WS-DATA-ATUAL-NUM         PIC 9(08) VALUE ZEROES.
       01  WS-OPERADOR-ID            PIC X(08) VALUE "BATCH".
       01  WS-EOF-OPERMAST           PIC X(01) VALUE "N".
           88 FIM-DO-OPERMAST        VALUE "S".
       01  WS-OPER-ACHOU             PIC X(01) VALUE "N".
           88 OPERADOR-CADASTRADO    VALUE "S".

       01  WS-EOF-ORIGEM             PIC X(01) VALUE "N".
           88 FIM-DA-ORIGEM          VALUE "S".
       01  WS-EOF-GLTRANS            PIC X(01) VALUE "N".
           88 FIM-DO-GLTRANS         VALUE "S".
       01  WS-EOF-TRABALHO           PIC X(01) VALUE "N".
           88 FIM-DO-TRABALHO        VALUE "S".
       01  WS-EOF-REGISTRO           PIC X(01) VALUE "N".
           88 FIM-DO-REGISTRO        VALUE "S".

      * Os arquivos gerados, na ordem em que sao encaminhados
       01  WS-TABELA-ORIGENS.
           05 FILLER PIC X(16) VALUE "INTSET01INTSETGL".
           05 FILLER PIC X(16) VALUE "RATEIO01RATEIOGL".
           05 FILLER PIC X(16) VALUE "REVAL01 REVALGL ".
           05 FILLER PIC X(16) VALUE "ESTORN01ESTORNGL".
           05 FILLER PIC X(16) VALUE "DEPREC01DEPRECGL".
           05 FILLER PIC X(16) VALUE "PONTE01 PONTEGL ".
           05 FILLER PIC X(16) VALUE "JURIC01 JURICGL ".
       01  WS-ORIGENS REDEFINES WS-TABELA-ORIGENS.
           05 WS-ORI-ENTRADA         OCCURS 7 TIMES.
               10 WS-ORI-PROGRAMA    PIC X(08).
               10 WS-ORI-ARQUIVO     PIC X(08).
       01  WS-IDX-ORI                PIC 9(01) VALUE ZEROES.

      * Conferencia de um arquivo de origem (primeira passada)
       01  WS-ORI-TEM-TRAILER        PIC X(01) VALUE "N".
           88 ORIGEM-COM-TRAILER     VALUE "S".
       01  WS-ORI-QTDE               PIC 9(05) VALUE ZEROES.
       01  WS-ORI-PERIODO            PIC 9(06) VALUE ZEROES.
       01  WS-ORI-DEBITOS            PIC 9(11)V99 VALUE ZEROES.
       01  WS-ORI-CREDITOS           PIC 9(11)V99 VALUE ZEROES.
       01  WS-ORI-TRL-DEBITOS        PIC 9(11)V99 VALUE ZEROES.
       01  WS-ORI-TRL-CREDITOS       PIC 9(11)V99 VALUE ZEROES.
       01  WS-ORI-SEQ                PIC X(16) VALUE SPACES.
       01  WS-ORI-ACEITA             PIC X(01) VALUE "N".
           88 ORIGEM-ACEITA          VALUE "S".

      * Totais do GLTRANS reconstruido (existente + encaminhados)
       01  WS-TOTAL-DEBITOS          PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-CREDITOS         PIC 9(11)V99 VALUE ZEROES.
       01  WS-GLT-DEBITOS            PIC 9(11)V99 VALUE ZEROES.
       01  WS-GLT-CREDITOS           PIC 9(11)V99 VALUE ZEROES.
       01  WS-GLT-QTDE               PIC 9(07) VALUE ZEROES.
       01  WS-GLT-TEM-TRAILER        PIC X(01) VALUE "N".
           88 GLTRANS-COM-TRAILER    VALUE "S".
       01  WS-QTDE-ENCAMINHADOS      PIC 9(01) VALUE ZEROES.
       01  WS-QTDE-RECUSADOS         PIC 9(01) VALUE ZEROES.

      * Linhas geradas ja presentes no GLTRANS, por origem/periodo
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

       01  WS-TABELA-REGISTRO.
           05 WS-REG-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-REG-ENTRADA         OCCURS 500 TIMES.
               10 WS-REG-PROGRAMA    PIC X(08).
               10 WS-REG-PERIODO     PIC 9(06).
               10 WS-REG-DEBITOS     PIC 9(11)V99.
               10 WS-REG-CREDITOS    PIC 9(11)V99.
               10 WS-REG-QTDE-REGS   PIC 9(05).
               10 WS-REG-SITUACAO    PIC X(01).
               10 WS-REG-DATA-REG    PIC 9(08).
               10 WS-REG-OPERADOR    PIC X(08).
               10 WS-REG-DATA-POST   PIC 9(08).
               10 WS-REG-SEQ         PIC X(16).
       01  WS-IDX-REG                PIC 9(03) VALUE ZEROES.
       01  WS-REG-ACHOU              PIC X(01) VALUE "N".
           88 REGISTRO-ENCONTRADO    VALUE "S".
       01  WS-REG-OUTRO-ARQUIVO      PIC X(01) VALUE "N".
           88 OUTRO-ARQUIVO-NO-PERIODO VALUE "S".

       01  WS-LINHA-ORIGEM.
           05 WS-LIN-PROGRAMA        PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-ARQUIVO         PIC X(08).
           05 FILLER                 PIC X(09) VALUE " PERIODO ".
           05 WS-LIN-PERIODO         PIC 9(06).
           05 FILLER                 PIC X(06) VALUE " REGS ".
           05 WS-LIN-QTDE            PIC ZZZZ9.
           05 FILLER                 PIC X(04) VALUE " DB ".
           05 WS-LIN-DEBITOS         PIC Z(10)9.99.
           05 FILLER                 PIC X(04) VALUE " CR ".
           05 WS-LIN-CREDITOS        PIC Z(10)9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LIN-SITUACAO        PIC X(17).

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "GLENTR01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           CALL "DATASVC" USING DH-DATA-ATUAL DH-DIA-ANO
               DH-TEMPO-ATUAL DH-DIA-SEMANA
           COMPUTE WS-DATA-ATUAL-NUM = DH-ANO-ATUAL * 10000
               + DH-MES-ATUAL * 100 + DH-DIA-ATUAL
           PERFORM 030-CAPTURA-OPERADOR
           PERFORM 002-CARREGA-REGISTRO
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE "CARGA CONTROLADA DOS ARQUIVOS GL GERADOS NO GLTRANS"
               TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "DATA " WS-DATA-ATUAL-NUM
               " OPERADOR " WS-OPERADOR-ID
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           OPEN OUTPUT GL-TRABALHO-FILE
           IF WS-FS-TRABALHO NOT = "00"
               MOVE WS-FS-TRABALHO TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR GLENTWRK" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 004-COPIA-GLTRANS-ATUAL
           MOVE ZEROES TO WS-IDX-ORI
           PERFORM 010-PROCESSA-ORIGEM UNTIL WS-IDX-ORI = 7
           CLOSE GL-TRABALHO-FILE
           IF WS-QTDE-ENCAMINHADOS > ZEROES
               PERFORM 020-GRAVA-REGISTRO
               PERFORM 022-RECONSTROI-GLTRANS
           END-IF
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           STRING "ARQUIVOS ENCAMINHADOS AO GLTRANS: "
               WS-QTDE-ENCAMINHADOS
               "   RECUSADOS: " WS-QTDE-RECUSADOS
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           IF WS-QTDE-ENCAMINHADOS > ZEROES
               MOVE SPACES TO RELAT-LINHA
               STRING "TRAILER DO GLTRANS - DEBITOS "
                   WS-TOTAL-DEBITOS " CREDITOS " WS-TOTAL-CREDITOS
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           CLOSE RELAT-OUT-FILE
           MOVE "GLENTRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           DISPLAY "CARGA GL CONCLUIDA - ENCAMINHADOS: "
               WS-QTDE-ENCAMINHADOS " RECUSADOS: " WS-QTDE-RECUSADOS
               " - VER GLENTRPT"
           GOBACK.

       002-CARREGA-REGISTRO.
           OPEN INPUT REGISTRO-FILE
           EVALUATE WS-FS-REGISTRO
               WHEN "00"
                   PERFORM 003-LE-REGISTRO UNTIL FIM-DO-REGISTRO
                   CLOSE REGISTRO-FILE
               WHEN "35"
                   DISPLAY "GLREGIST NAO ENCONTRADO - PRIMEIRA CARGA"
               WHEN OTHER
                   MOVE WS-FS-REGISTRO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLREGIST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       003-LE-REGISTRO.
           READ REGISTRO-FILE
               AT END
                   SET FIM-DO-REGISTRO TO TRUE
               NOT AT END
                   IF WS-REG-QTDE = 500
                       MOVE "GLREGIST EXCEDE A TABELA" TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-REG-QTDE
                   MOVE RG-PROGRAMA-ORIGEM
                       TO WS-REG-PROGRAMA(WS-REG-QTDE)
                   MOVE RG-PERIODO TO WS-REG-PERIODO(WS-REG-QTDE)
                   MOVE RG-TOTAL-DEBITOS
                       TO WS-REG-DEBITOS(WS-REG-QTDE)
                   MOVE RG-TOTAL-CREDITOS
                       TO WS-REG-CREDITOS(WS-REG-QTDE)
                   MOVE RG-QTDE-REGISTROS
                       TO WS-REG-QTDE-REGS(WS-REG-QTDE)
                   MOVE RG-SITUACAO TO WS-REG-SITUACAO(WS-REG-QTDE)
                   MOVE RG-DATA-REGISTRO
                       TO WS-REG-DATA-REG(WS-REG-QTDE)
                   MOVE RG-OPERADOR-ID
                       TO WS-REG-OPERADOR(WS-REG-QTDE)
                   MOVE RG-DATA-POSTAGEM
                       TO WS-REG-DATA-POST(WS-REG-QTDE)
                   MOVE RG-SEQ-ARQUIVO TO WS-REG-SEQ(WS-REG-QTDE)
           END-READ.

      *-----------------------------------------------------------*
      * O GLTRANS do dia (lancamentos digitados, quando houver)   *
      * vai primeiro para o arquivo de trabalho. Ele precisa      *
      * conferir com o proprio trailer: reescrever o trailer de   *
      * um arquivo que ja nao confere esconderia o defeito do     *
      * ADD05. O ADD05 esvazia o GLTRANS ao postar; linha gerada  *
      * que ainda esta nele precisa somar, por origem/periodo, o  *
      * mesmo que os registros "E" do GLREGIST - sobrando linha   *
      * de arquivo ja postado, nada e acrescentado ao GLTRANS.    *
      *-----------------------------------------------------------*
       004-COPIA-GLTRANS-ATUAL.
           OPEN INPUT GL-TRANS-FILE
           EVALUATE WS-FS-GLTRANS
               WHEN "00"
                   PERFORM 005-LE-GLTRANS-ATUAL UNTIL FIM-DO-GLTRANS
                   CLOSE GL-TRANS-FILE
                   IF WS-GLT-QTDE > ZEROES
                       AND NOT GLTRANS-COM-TRAILER
                       MOVE "GLTRANS EXISTENTE SEM TRAILER DE CONTROLE"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   MOVE ZEROES TO WS-IDX-GLO
                   PERFORM 008-CONFERE-ORIGEM-GLTRANS
                       UNTIL WS-IDX-GLO = WS-GLO-QTDE
                   MOVE SPACES TO RELAT-LINHA
                   STRING "GLTRANS DO DIA: " WS-GLT-QTDE
                       " LANCAMENTO(S) MANTIDO(S)"
                       DELIMITED BY SIZE INTO RELAT-LINHA
                   WRITE RELAT-LINHA
               WHEN "35"
                   MOVE "GLTRANS DO DIA: NENHUM - SERA CRIADO"
                       TO RELAT-LINHA
                   WRITE RELAT-LINHA
               WHEN OTHER
                   MOVE WS-FS-GLTRANS TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLTRANS" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA.

       005-LE-GLTRANS-ATUAL.
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
                       IF GL-SISTEMA-ORIGEM NOT = SPACES
                           PERFORM 006-ACUMULA-ORIGEM-GLTRANS
                       END-IF
                       MOVE GL-TRANS-REC TO GL-TRABALHO-REC
                       WRITE GL-TRABALHO-REC
                   END-IF
           END-READ
           MOVE WS-GLT-DEBITOS  TO WS-TOTAL-DEBITOS
           MOVE WS-GLT-CREDITOS TO WS-TOTAL-CREDITOS.

       006-ACUMULA-ORIGEM-GLTRANS.
           MOVE ZEROES TO WS-PERIODO-LINHA
           IF GL-DATA-TRANS IS NUMERIC
               COMPUTE WS-PERIODO-LINHA = GL-DATA-TRANS / 100
           END-IF
           MOVE ZEROES TO WS-IDX-GLO
           MOVE "N" TO WS-GLO-ACHOU
           PERFORM 007-PROCURA-ORIGEM-GLTRANS
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

       007-PROCURA-ORIGEM-GLTRANS.
           ADD 1 TO WS-IDX-GLO
           IF WS-GLO-PROGRAMA(WS-IDX-GLO) = GL-SISTEMA-ORIGEM
              AND WS-GLO-PERIODO(WS-IDX-GLO) = WS-PERIODO-LINHA
               SET ORIGEM-GLTRANS-ENCONTRADA TO TRUE
           END-IF.

       008-CONFERE-ORIGEM-GLTRANS.
           ADD 1 TO WS-IDX-GLO
           MOVE ZEROES TO WS-IDX-REG
           PERFORM 009-SOMA-REGISTRO-ORIGEM
               UNTIL WS-IDX-REG = WS-REG-QTDE
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

       009-SOMA-REGISTRO-ORIGEM.
           ADD 1 TO WS-IDX-REG
           IF WS-REG-PROGRAMA(WS-IDX-REG) = WS-GLO-PROGRAMA(WS-IDX-GLO)
              AND WS-REG-PERIODO(WS-IDX-REG) =
              WS-GLO-PERIODO(WS-IDX-GLO)
              AND WS-REG-SITUACAO(WS-IDX-REG) = "E"
               ADD WS-REG-DEBITOS(WS-IDX-REG)
                   TO WS-GLO-REG-DEBITOS(WS-IDX-GLO)
               ADD WS-REG-CREDITOS(WS-IDX-REG)
                   TO WS-GLO-REG-CREDITOS(WS-IDX-GLO)
           END-IF.

      *-----------------------------------------------------------*
      * Um arquivo de origem: conferencia contra o trailer,       *
      * consulta ao registro e, aceito, copia carimbada para o    *
      * arquivo de trabalho com a inclusao no registro.           *
      *-----------------------------------------------------------*
       010-PROCESSA-ORIGEM.
           ADD 1 TO WS-IDX-ORI
           MOVE WS-ORI-PROGRAMA(WS-IDX-ORI) TO WS-LIN-PROGRAMA
           MOVE WS-ORI-ARQUIVO(WS-IDX-ORI)  TO WS-LIN-ARQUIVO
           MOVE ZEROES TO WS-LIN-PERIODO WS-LIN-QTDE
               WS-LIN-DEBITOS WS-LIN-CREDITOS
           MOVE "N" TO WS-ORI-ACEITA
           PERFORM 011-CONFERE-ORIGEM
           IF ORIGEM-ACEITA
               PERFORM 014-CONSULTA-REGISTRO
           END-IF
           IF ORIGEM-ACEITA
               PERFORM 016-ENCAMINHA-ORIGEM
               MOVE "ENCAMINHADO" TO WS-LIN-SITUACAO
               ADD 1 TO WS-QTDE-ENCAMINHADOS
           END-IF
           MOVE WS-LINHA-ORIGEM TO RELAT-LINHA
           WRITE RELAT-LINHA
           IF OUTRO-ARQUIVO-NO-PERIODO AND ORIGEM-ACEITA
               MOVE SPACES TO RELAT-LINHA
               STRING "  ATENCAO - OUTRO ARQUIVO DESTA ORIGEM JA "
                   "REGISTRADO NO MESMO PERIODO"
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF.

       011-CONFERE-ORIGEM.
           MOVE ZEROES TO WS-ORI-QTDE WS-ORI-PERIODO
               WS-ORI-DEBITOS WS-ORI-CREDITOS
               WS-ORI-TRL-DEBITOS WS-ORI-TRL-CREDITOS
           MOVE SPACES TO WS-ORI-SEQ
           MOVE "N" TO WS-ORI-TEM-TRAILER
           MOVE "N" TO WS-EOF-ORIGEM
           PERFORM 012-ABRE-ORIGEM
           IF WS-FS-ORIGEM = "35"
               MOVE "AUSENTE" TO WS-LIN-SITUACAO
           ELSE
               IF WS-FS-ORIGEM NOT = "00"
                   MOVE WS-FS-ORIGEM TO WS-FS-ERRO
                   MOVE SPACES TO WS-MSG-ERRO
                   STRING "FALHA AO ABRIR " WS-ORI-ARQUIVO(WS-IDX-ORI)
                       DELIMITED BY SIZE INTO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               PERFORM 013-LE-ORIGEM-CONFERENCIA UNTIL FIM-DA-ORIGEM
               PERFORM 019-FECHA-ORIGEM
               MOVE WS-ORI-PERIODO  TO WS-LIN-PERIODO
               MOVE WS-ORI-QTDE     TO WS-LIN-QTDE
               MOVE WS-ORI-DEBITOS  TO WS-LIN-DEBITOS
               MOVE WS-ORI-CREDITOS TO WS-LIN-CREDITOS
               EVALUATE TRUE
                   WHEN NOT ORIGEM-COM-TRAILER
                       MOVE "RECUSADO-S/TRAIL" TO WS-LIN-SITUACAO
                       ADD 1 TO WS-QTDE-RECUSADOS
                   WHEN WS-ORI-TRL-DEBITOS NOT = WS-ORI-DEBITOS
                     OR WS-ORI-TRL-CREDITOS NOT = WS-ORI-CREDITOS
                       MOVE "RECUSADO-TRAILER" TO WS-LIN-SITUACAO
                       ADD 1 TO WS-QTDE-RECUSADOS
                   WHEN WS-ORI-QTDE = ZEROES
                       MOVE "SEM LANCAMENTOS" TO WS-LIN-SITUACAO
                   WHEN OTHER
                       SET ORIGEM-ACEITA TO TRUE
               END-EVALUATE
           END-IF.

       012-ABRE-ORIGEM.
           EVALUATE WS-IDX-ORI
               WHEN 1
                   OPEN INPUT INTSET-GL-FILE
               WHEN 2
                   OPEN INPUT RATEIO-GL-FILE
               WHEN 3
                   OPEN INPUT REVAL-GL-FILE
               WHEN 4
                   OPEN INPUT ESTORNO-GL-FILE
               WHEN 5
                   OPEN INPUT DEPREC-GL-FILE
               WHEN 6
                   OPEN INPUT PONTE-GL-FILE
               WHEN 7
                   OPEN INPUT JURIC-GL-FILE
           END-EVALUATE.

       013-LE-ORIGEM-CONFERENCIA.
           PERFORM 018-LE-ORIGEM
           IF NOT FIM-DA-ORIGEM
               IF GL-TRAILER
                   SET ORIGEM-COM-TRAILER TO TRUE
                   SET FIM-DA-ORIGEM TO TRUE
                   MOVE GL-TOTAL-DEBITOS  TO WS-ORI-TRL-DEBITOS
                   MOVE GL-TOTAL-CREDITOS TO WS-ORI-TRL-CREDITOS
                   MOVE GL-SEQ-ARQUIVO    TO WS-ORI-SEQ
               ELSE
                   ADD 1 TO WS-ORI-QTDE
                   IF WS-ORI-PERIODO = ZEROES
                      AND GL-DATA-TRANS IS NUMERIC
                       COMPUTE WS-ORI-PERIODO = GL-DATA-TRANS / 100
                   END-IF
                   IF GL-DEBITO
                       ADD GL-VALOR-TRANS TO WS-ORI-DEBITOS
                   ELSE
                       ADD GL-VALOR-TRANS TO WS-ORI-CREDITOS
                   END-IF
               END-IF
           END-IF.

       014-CONSULTA-REGISTRO.
           MOVE "N" TO WS-REG-OUTRO-ARQUIVO
           MOVE "N" TO WS-REG-ACHOU
           MOVE ZEROES TO WS-IDX-REG
           PERFORM 015-PROCURA-REGISTRO
               UNTIL REGISTRO-ENCONTRADO OR WS-IDX-REG = WS-REG-QTDE
           IF REGISTRO-ENCONTRADO
               MOVE "N" TO WS-ORI-ACEITA
               ADD 1 TO WS-QTDE-RECUSADOS
               IF WS-REG-SITUACAO(WS-IDX-REG) = "P"
                   MOVE "RECUSADO-POSTADO" TO WS-LIN-SITUACAO
                   DISPLAY WS-ORI-ARQUIVO(WS-IDX-ORI) " RECUSADO - "
                       "JA POSTADO PELO ADD05 EM "
                       WS-REG-DATA-POST(WS-IDX-REG)
               ELSE
                   MOVE "RECUSADO-PENDENTE" TO WS-LIN-SITUACAO
                   DISPLAY WS-ORI-ARQUIVO(WS-IDX-ORI) " RECUSADO - "
                       "JA ENCAMINHADO EM "
                       WS-REG-DATA-REG(WS-IDX-REG)
                       " E AGUARDANDO O ADD05"
               END-IF
           END-IF.

       015-PROCURA-REGISTRO.
           ADD 1 TO WS-IDX-REG
           IF WS-REG-PROGRAMA(WS-IDX-REG) = WS-ORI-PROGRAMA(WS-IDX-ORI)
              AND WS-REG-PERIODO(WS-IDX-REG) = WS-ORI-PERIODO
               IF WS-REG-DEBITOS(WS-IDX-REG) = WS-ORI-DEBITOS
                  AND WS-REG-CREDITOS(WS-IDX-REG) = WS-ORI-CREDITOS
                  AND (WS-REG-SEQ(WS-IDX-REG) = WS-ORI-SEQ
                    OR WS-REG-SEQ(WS-IDX-REG) = SPACES)
                   SET REGISTRO-ENCONTRADO TO TRUE
               ELSE
                   SET OUTRO-ARQUIVO-NO-PERIODO TO TRUE
               END-IF
           END-IF.

       016-ENCAMINHA-ORIGEM.
           MOVE "N" TO WS-EOF-ORIGEM
           PERFORM 012-ABRE-ORIGEM
           IF WS-FS-ORIGEM NOT = "00"
               MOVE WS-FS-ORIGEM TO WS-FS-ERRO
               MOVE SPACES TO WS-MSG-ERRO
               STRING "FALHA AO REABRIR " WS-ORI-ARQUIVO(WS-IDX-ORI)
                   DELIMITED BY SIZE INTO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 017-COPIA-ORIGEM UNTIL FIM-DA-ORIGEM
           PERFORM 019-FECHA-ORIGEM
           ADD WS-ORI-DEBITOS  TO WS-TOTAL-DEBITOS
           ADD WS-ORI-CREDITOS TO WS-TOTAL-CREDITOS
           IF WS-REG-QTDE = 500
               MOVE "GLREGIST EXCEDE A TABELA" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           ADD 1 TO WS-REG-QTDE
           MOVE WS-ORI-PROGRAMA(WS-IDX-ORI)
               TO WS-REG-PROGRAMA(WS-REG-QTDE)
           MOVE WS-ORI-PERIODO    TO WS-REG-PERIODO(WS-REG-QTDE)
           MOVE WS-ORI-DEBITOS    TO WS-REG-DEBITOS(WS-REG-QTDE)
           MOVE WS-ORI-CREDITOS   TO WS-REG-CREDITOS(WS-REG-QTDE)
           MOVE WS-ORI-QTDE       TO WS-REG-QTDE-REGS(WS-REG-QTDE)
           MOVE "E"               TO WS-REG-SITUACAO(WS-REG-QTDE)
           MOVE WS-DATA-ATUAL-NUM TO WS-REG-DATA-REG(WS-REG-QTDE)
           MOVE WS-OPERADOR-ID    TO WS-REG-OPERADOR(WS-REG-QTDE)
           MOVE ZEROES            TO WS-REG-DATA-POST(WS-REG-QTDE)
           MOVE WS-ORI-SEQ        TO WS-REG-SEQ(WS-REG-QTDE).

       017-COPIA-ORIGEM.
           PERFORM 018-LE-ORIGEM
           IF NOT FIM-DA-ORIGEM
               IF GL-TRAILER
                   SET FIM-DA-ORIGEM TO TRUE
               ELSE
                   MOVE WS-ORI-PROGRAMA(WS-IDX-ORI)
                       TO GL-SISTEMA-ORIGEM
                   MOVE GL-TRANS-REC TO GL-TRABALHO-REC
                   WRITE GL-TRABALHO-REC
               END-IF
           END-IF.

       018-LE-ORIGEM.
           EVALUATE WS-IDX-ORI
               WHEN 1
                   READ INTSET-GL-FILE
                       AT END
                           SET FIM-DA-ORIGEM TO TRUE
                       NOT AT END
                           MOVE INTSET-GL-REC TO GL-TRANS-REC
                   END-READ
               WHEN 2
                   READ RATEIO-GL-FILE
                       AT END
                           SET FIM-DA-ORIGEM TO TRUE
                       NOT AT END
                           MOVE RATEIO-GL-REC TO GL-TRANS-REC
                   END-READ
               WHEN 3
                   READ REVAL-GL-FILE
                       AT END
                           SET FIM-DA-ORIGEM TO TRUE
                       NOT AT END
                           MOVE REVAL-GL-REC TO GL-TRANS-REC
                   END-READ
               WHEN 4
                   READ ESTORNO-GL-FILE
                       AT END
                           SET FIM-DA-ORIGEM TO TRUE
                       NOT AT END
                           MOVE ESTORNO-GL-REC TO GL-TRANS-REC
                   END-READ
               WHEN 5
                   READ DEPREC-GL-FILE
                       AT END
                           SET FIM-DA-ORIGEM TO TRUE
                       NOT AT END
                           MOVE DEPREC-GL-REC TO GL-TRANS-REC
                   END-READ
               WHEN 6
                   READ PONTE-GL-FILE
                       AT END
                           SET FIM-DA-ORIGEM TO TRUE
                       NOT AT END
                           MOVE PONTE-GL-REC TO GL-TRANS-REC
                   END-READ
               WHEN 7
                   READ JURIC-GL-FILE
                       AT END
                           SET FIM-DA-ORIGEM TO TRUE
                       NOT AT END
                           MOVE JURIC-GL-REC TO GL-TRANS-REC
                   END-READ
           END-EVALUATE.

       019-FECHA-ORIGEM.
           EVALUATE WS-IDX-ORI
               WHEN 1
                   CLOSE INTSET-GL-FILE
               WHEN 2
                   CLOSE RATEIO-GL-FILE
               WHEN 3
                   CLOSE REVAL-GL-FILE
               WHEN 4
                   CLOSE ESTORNO-GL-FILE
               WHEN 5
                   CLOSE DEPREC-GL-FILE
               WHEN 6
                   CLOSE PONTE-GL-FILE
               WHEN 7
                   CLOSE JURIC-GL-FILE
           END-EVALUATE.

      *-----------------------------------------------------------*
      * O registro e gravado ANTES do GLTRANS: uma queda entre os *
      * dois deixa o arquivo registrado e nao encaminhado (basta  *
      * conferir o GLENTRPT), nunca encaminhado sem registro.     *
      *-----------------------------------------------------------*
       020-GRAVA-REGISTRO.
           OPEN OUTPUT REGISTRO-FILE
           IF WS-FS-REGISTRO NOT = "00"
               MOVE WS-FS-REGISTRO TO WS-FS-ERRO
               MOVE "FALHA AO GRAVAR GLREGIST" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-IDX-REG
           PERFORM 021-GRAVA-UM-REGISTRO UNTIL WS-IDX-REG = WS-REG-QTDE
           CLOSE REGISTRO-FILE.

       021-GRAVA-UM-REGISTRO.
           ADD 1 TO WS-IDX-REG
           MOVE WS-REG-PROGRAMA(WS-IDX-REG)  TO RG-PROGRAMA-ORIGEM
           MOVE WS-REG-PERIODO(WS-IDX-REG)   TO RG-PERIODO
           MOVE WS-REG-DEBITOS(WS-IDX-REG)   TO RG-TOTAL-DEBITOS
           MOVE WS-REG-CREDITOS(WS-IDX-REG)  TO RG-TOTAL-CREDITOS
           MOVE WS-REG-QTDE-REGS(WS-IDX-REG) TO RG-QTDE-REGISTROS
           MOVE WS-REG-SITUACAO(WS-IDX-REG)  TO RG-SITUACAO
           MOVE WS-REG-DATA-REG(WS-IDX-REG)  TO RG-DATA-REGISTRO
           MOVE WS-REG-OPERADOR(WS-IDX-REG)  TO RG-OPERADOR-ID
           MOVE WS-REG-DATA-POST(WS-IDX-REG) TO RG-DATA-POSTAGEM
           MOVE WS-REG-SEQ(WS-IDX-REG)       TO RG-SEQ-ARQUIVO
           WRITE RG-REGISTRO-REC.

       022-RECONSTROI-GLTRANS.
           OPEN INPUT GL-TRABALHO-FILE
           IF WS-FS-TRABALHO NOT = "00"
               MOVE WS-FS-TRABALHO TO WS-FS-ERRO
               MOVE "FALHA AO REABRIR GLENTWRK" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           OPEN OUTPUT GL-TRANS-FILE
           IF WS-FS-GLTRANS NOT = "00"
               MOVE WS-FS-GLTRANS TO WS-FS-ERRO
               MOVE "FALHA AO GRAVAR GLTRANS" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           PERFORM 023-COPIA-TRABALHO UNTIL FIM-DO-TRABALHO
           CLOSE GL-TRABALHO-FILE
           MOVE SPACES TO GL-TRANS-REC
           MOVE "T" TO GL-TIPO-TRANS
           MOVE WS-TOTAL-DEBITOS  TO GL-TOTAL-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO GL-TOTAL-CREDITOS
           ACCEPT GL-SEQ-DATA FROM DATE YYYYMMDD
           ACCEPT GL-SEQ-HORA FROM TIME
           WRITE GL-TRAILER-REC
           CLOSE GL-TRANS-FILE.

       023-COPIA-TRABALHO.
           READ GL-TRABALHO-FILE
               AT END
                   SET FIM-DO-TRABALHO TO TRUE
               NOT AT END
                   MOVE GL-TRABALHO-REC TO GL-TRANS-REC
                   WRITE GL-TRANS-REC
           END-READ.

       030-CAPTURA-OPERADOR.
           OPEN INPUT OPERADOR-FILE
           EVALUATE WS-FS-OPERADOR
               WHEN "00"
                   READ OPERADOR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE OC-OPERADOR-ID TO WS-OPERADOR-ID
                           PERFORM 032-CONFERE-SENHA
                   END-READ
                   CLOSE OPERADOR-FILE
               WHEN "35"
                   DISPLAY "OPERCARD NAO ENCONTRADO - OPERADOR "
                       WS-OPERADOR-ID
               WHEN OTHER
                   MOVE WS-FS-OPERADOR TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR OPERCARD" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           OPEN INPUT OPERADOR-MASTER-FILE
           EVALUATE WS-FS-OPERMAST
               WHEN "00"
                   PERFORM 031-LE-OPERADOR-MASTER
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
                   DISPLAY "OPERMAST NAO ENCONTRADO - SIGN-ON SEM "
                       "VALIDACAO"
               WHEN OTHER
                   MOVE WS-FS-OPERMAST TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR OPERMAST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       031-LE-OPERADOR-MASTER.
           READ OPERADOR-MASTER-FILE
               AT END
                   SET FIM-DO-OPERMAST TO TRUE
               NOT AT END
                   IF OP-ID = WS-OPERADOR-ID
                       SET OPERADOR-CADASTRADO TO TRUE
                       IF NOT OP-OPERADOR-ATIVO
                           MOVE SPACES TO WS-MSG-ERRO
                           STRING "OPERADOR INATIVO NO OPERMAST: "
                               WS-OPERADOR-ID DELIMITED BY SIZE
                               INTO WS-MSG-ERRO
                           PERFORM 9999-TRATA-ERRO
                       END-IF
                   END-IF
           END-READ.

       032-CONFERE-SENHA.
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
