       IDENTIFICATION DIVISION.
       PROGRAM-ID. JURIC01.
       AUTHOR. IVAN RIBEIRO.
       DATE-WRITTEN. 15/10/2026.
      *-----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                   *
      * 15/10/2026 - IR - Programa novo: juros sobre o saldo      *
      *              intercompany em aberto. Le o cartao JURPARM  *
      *              (periodo AAAAMM, conta de receita de juros,  *
      *              conta de despesa de juros, conta de juros    *
      *              intercompany e o centro de custo da          *
      *              despesa) e monta, por par de empresas e      *
      *              moeda, o saldo em aberto de cada dia do      *
      *              periodo: o INTERCO acumulado menos as        *
      *              liquidacoes do INTSET01 ja postadas no       *
      *              GLHIST (as duas pernas de cada referencia    *
      *              "IS", pela data de postagem). O saldo de     *
      *              cada trecho de dias com o mesmo saldo e a    *
      *              mesma taxa rende juros simples pela taxa     *
      *              anual da tabela TAXAJUR (TAXAJURO.CPY)       *
      *              vigente no dia, pro rata dia na base do      *
      *              registro. O extrato por par sai no JURIRPT   *
      *              (trecho, dias, saldo, taxa e juros) e os     *
      *              lancamentos GLTRANS com trailer saem no      *
      *              JURICGL, datados no ultimo dia do periodo,   *
      *              com a referencia "JI" + AAAAMM + NN por par: *
      *              na credora debito na conta de juros          *
      *              intercompany e credito na receita, na        *
      *              devedora debito na despesa com o centro de   *
      *              custo do cartao e credito na conta de juros  *
      *              intercompany. O GLENTR01 registra o arquivo  *
      *              e o encaminha ao ADD05 uma unica vez. Trecho *
      *              com saldo sem taxa vigente e perna de        *
      *              liquidacao sem a contrapartida sao listados  *
      *              e terminam com RETURN-CODE 4.                *
      * 15/10/2026 - IR - Trailer do arquivo gerado carimbado com  *
      *              a sequencia do arquivo (GL-SEQ-ARQUIVO, data  *
      *              e hora da geracao), que o GLENTR01 registra   *
      *              no GLREGIST: dois arquivos de mesmo periodo e *
      *              totais nao colidem mais.                      *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "JURPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
           SELECT TAXA-FILE ASSIGN TO "TAXAJUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXA.
           SELECT INTERCO-FILE ASSIGN TO "INTERCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INTERCO.
           SELECT GL-HIST-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLHIST.
           SELECT GL-SAIDA-FILE ASSIGN TO "JURICGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLSAIDA.
           SELECT RELAT-OUT-FILE ASSIGN TO "JURIRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERRO-EVENTO-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ERRLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           05 PA-PERIODO             PIC 9(06).
           05 PA-CONTA-RECEITA       PIC 9(08).
           05 PA-CONTA-DESPESA       PIC 9(08).
           05 PA-CONTA-JUROS-IC      PIC 9(08).
           05 PA-CENTRO-CUSTO        PIC X(06).
       FD  TAXA-FILE.
           COPY TAXAJURO.
       FD  INTERCO-FILE.
           COPY INTERCO.
       FD  GL-HIST-FILE.
           COPY GLHIST.
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
       01  WS-FS-TAXA                PIC X(02).
       01  WS-FS-INTERCO             PIC X(02).
       01  WS-FS-GLHIST              PIC X(02).
       01  WS-FS-GLSAIDA             PIC X(02).

       01  WS-DIA-INTEIRO            PIC 9(08) VALUE ZEROES.
       01  WS-ANO-CALC               PIC 9(04) VALUE ZEROES.
       01  WS-MES-CALC               PIC 9(02) VALUE ZEROES.
       01  WS-PERIODO-JUROS          PIC 9(06) VALUE ZEROES.
       01  WS-DATA-INICIO-PERIODO    PIC 9(08) VALUE ZEROES.
       01  WS-DATA-FIM-PERIODO       PIC 9(08) VALUE ZEROES.
       01  WS-DIAS-PERIODO           PIC 9(02) VALUE ZEROES.
       01  WS-CONTA-RECEITA          PIC 9(08) VALUE ZEROES.
       01  WS-CONTA-DESPESA          PIC 9(08) VALUE ZEROES.
       01  WS-CONTA-JUROS-IC         PIC 9(08) VALUE ZEROES.
       01  WS-CENTRO-CUSTO           PIC X(06) VALUE SPACES.

       01  WS-EOF-TAXA               PIC X(01) VALUE "N".
           88 FIM-DA-TAXA            VALUE "S".
       01  WS-EOF-INTERCO            PIC X(01) VALUE "N".
           88 FIM-DO-INTERCO         VALUE "S".
       01  WS-EOF-GLHIST             PIC X(01) VALUE "N".
           88 FIM-DO-GLHIST          VALUE "S".

       01  WS-QTDE-LIQUIDACOES       PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-SEM-TAXA          PIC 9(05) VALUE ZEROES.
       01  WS-QTDE-LANCAMENTOS       PIC 9(05) VALUE ZEROES.

      * Tabela de taxas do TAXAJUR, com o par normalizado na
      * ordem crescente das empresas.
       01  WS-TAXAS-JUROS.
           05 WS-TAX-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-TAX-ENTRADA         OCCURS 200 TIMES.
               10 WS-TAX-EMPRESA-1   PIC X(03).
               10 WS-TAX-EMPRESA-2   PIC X(03).
               10 WS-TAX-MOEDA       PIC X(03).
               10 WS-TAX-VIGENCIA    PIC 9(08).
               10 WS-TAX-TAXA        PIC 9(03)V9(06).
               10 WS-TAX-BASE        PIC 9(03).
       01  WS-IDX-TAX                PIC 9(03) VALUE ZEROES.

      * Pares em aberto: saldo ate a vespera do periodo e
      * movimento liquido de cada dia. Saldo positivo = a favor da
      * EMPRESA-1 (credora), como no INTSET01.
       01  WS-PARES-JUROS.
           05 WS-PAR-QTDE            PIC 9(02) VALUE ZEROES.
           05 WS-PAR-ENTRADA         OCCURS 20 TIMES.
               10 WS-PAR-EMPRESA-1   PIC X(03).
               10 WS-PAR-EMPRESA-2   PIC X(03).
               10 WS-PAR-MOEDA       PIC X(03).
               10 WS-PAR-ABERTURA    PIC S9(11)V99.
               10 WS-PAR-MOVIMENTOU  PIC X(01).
                   88 PAR-MOVIMENTOU VALUE "S".
               10 WS-PAR-MOVTO-DIA   PIC S9(11)V99 OCCURS 31 TIMES.
               10 WS-PAR-JUROS       PIC S9(11)V99.
       01  WS-IDX-PAR                PIC 9(02) VALUE ZEROES.
       01  WS-PAR-ACHOU              PIC X(01) VALUE "N".
           88 PAR-ENCONTRADO         VALUE "S".
       01  WS-PAR-EMP-A              PIC X(03) VALUE SPACES.
       01  WS-PAR-EMP-B              PIC X(03) VALUE SPACES.
       01  WS-MOV-MOEDA              PIC X(03) VALUE SPACES.
       01  WS-MOV-DATA               PIC 9(08) VALUE ZEROES.
       01  WS-MOV-VALOR              PIC S9(09)V99 VALUE ZEROES.
       01  WS-IDX-DIA                PIC 9(02) VALUE ZEROES.

      * Pernas de liquidacao do INTSET01 lidas do GLHIST que ainda
      * aguardam a contrapartida (mesma referencia, moeda e valor).
      * A perna casada sai da tabela e vai para o saldo do par.
       01  WS-LIQUIDACOES.
           05 WS-LIQ-QTDE            PIC 9(03) VALUE ZEROES.
           05 WS-LIQ-ENTRADA         OCCURS 200 TIMES.
               10 WS-LIQ-REFERENCIA  PIC X(10).
               10 WS-LIQ-MOEDA       PIC X(03).
               10 WS-LIQ-VALOR       PIC 9(09)V99.
               10 WS-LIQ-DATA        PIC 9(08).
               10 WS-LIQ-DEVEDORA    PIC X(03).
               10 WS-LIQ-CREDORA     PIC X(03).
       01  WS-IDX-LIQ                PIC 9(03) VALUE ZEROES.
       01  WS-LIQ-ACHOU              PIC X(01) VALUE "N".
           88 LIQ-ENCONTRADA         VALUE "S".

      * Trecho corrente da apuracao diaria de um par.
       01  WS-SALDO-CORRENTE         PIC S9(11)V99 VALUE ZEROES.
       01  WS-DATA-DIA               PIC 9(08) VALUE ZEROES.
       01  WS-TAXA-DIA               PIC 9(03)V9(06) VALUE ZEROES.
       01  WS-BASE-DIA               PIC 9(03) VALUE ZEROES.
       01  WS-VIGENCIA-DIA           PIC 9(08) VALUE ZEROES.
       01  WS-TAXA-ACHOU             PIC X(01) VALUE "N".
           88 TAXA-ENCONTRADA        VALUE "S".
       01  WS-TRECHO-ABERTO          PIC X(01) VALUE "N".
           88 TRECHO-ABERTO          VALUE "S".
       01  WS-TRECHO-DIA-INICIO      PIC 9(02) VALUE ZEROES.
       01  WS-TRECHO-DIA-FIM         PIC 9(02) VALUE ZEROES.
       01  WS-TRECHO-SALDO           PIC S9(11)V99 VALUE ZEROES.
       01  WS-TRECHO-TAXA            PIC 9(03)V9(06) VALUE ZEROES.
       01  WS-TRECHO-BASE            PIC 9(03) VALUE ZEROES.
       01  WS-TRECHO-COM-TAXA        PIC X(01) VALUE "N".
           88 TRECHO-COM-TAXA        VALUE "S".
       01  WS-TRECHO-DIAS            PIC 9(02) VALUE ZEROES.
       01  WS-TRECHO-JUROS           PIC S9(11)V99 VALUE ZEROES.

       01  WS-VALOR-ABSOLUTO         PIC 9(09)V99 VALUE ZEROES.
       01  WS-EMPRESA-CREDORA        PIC X(03) VALUE SPACES.
       01  WS-EMPRESA-DEVEDORA       PIC X(03) VALUE SPACES.
       01  WS-TOTAL-DEBITOS          PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-CREDITOS         PIC 9(11)V99 VALUE ZEROES.
       01  WS-SEQ-REFERENCIA         PIC 9(02) VALUE ZEROES.

       01  WS-REF-JUROS.
           05 FILLER                 PIC X(02) VALUE "JI".
           05 WS-REF-PERIODO         PIC 9(06).
           05 WS-REF-SEQ             PIC 9(02).

       01  WS-LINHA-PAR.
           05 FILLER                 PIC X(04) VALUE "PAR ".
           05 WS-LP-EMPRESA-1        PIC X(03).
           05 FILLER                 PIC X(03) VALUE " X ".
           05 WS-LP-EMPRESA-2        PIC X(03).
           05 FILLER                 PIC X(07) VALUE " MOEDA ".
           05 WS-LP-MOEDA            PIC X(03).
           05 FILLER                 PIC X(21)
               VALUE " - SALDO DE ABERTURA ".
           05 WS-LP-ABERTURA         PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(24)
               VALUE " (POSITIVO = A FAVOR DE ".
           05 WS-LP-FAVORECIDA       PIC X(03).
           05 FILLER                 PIC X(01) VALUE ")".

       01  WS-LINHA-TRECHO.
           05 FILLER                 PIC X(05) VALUE "  DE ".
           05 WS-LT-INICIO           PIC 9(08).
           05 FILLER                 PIC X(05) VALUE " ATE ".
           05 WS-LT-FIM              PIC 9(08).
           05 FILLER                 PIC X(06) VALUE " DIAS ".
           05 WS-LT-DIAS             PIC Z9.
           05 FILLER                 PIC X(07) VALUE " SALDO ".
           05 WS-LT-SALDO            PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(06) VALUE " TAXA ".
           05 WS-LT-TAXA             PIC ZZ9.999999.
           05 FILLER                 PIC X(10) VALUE "% AA BASE ".
           05 WS-LT-BASE             PIC ZZ9.
           05 FILLER                 PIC X(07) VALUE " JUROS ".
           05 WS-LT-JUROS            PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LT-OBSERVACAO       PIC X(16).

       01  WS-LINHA-TOTAL.
           05 FILLER                 PIC X(20)
               VALUE "  JUROS DO PERIODO: ".
           05 WS-LTO-JUROS           PIC ---,---,---,--9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 WS-LTO-FAVORECIDA      PIC X(40).

       01  WS-LINHA-PENDENTE.
           05 FILLER                 PIC X(33)
               VALUE "LIQUIDACAO SEM CONTRAPARTIDA REF ".
           05 WS-LPE-REFERENCIA      PIC X(10).
           05 FILLER                 PIC X(07) VALUE " MOEDA ".
           05 WS-LPE-MOEDA           PIC X(03).
           05 FILLER                 PIC X(07) VALUE " VALOR ".
           05 WS-LPE-VALOR           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(21)
               VALUE " - IGNORADA NO SALDO ".

       01  WS-EDITA-QTDE             PIC ZZ,ZZ9.

       01  WS-NOME-PROGRAMA          PIC X(08) VALUE "JURIC01".
       01  WS-MSG-ERRO               PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       001-INICIO.
           PERFORM 002-LE-PARAMETRO
           OPEN OUTPUT RELAT-OUT-FILE
           MOVE SPACES TO RELAT-LINHA
           STRING "JUROS INTERCOMPANY - PERIODO "
               WS-PERIODO-JUROS " - DE " WS-DATA-INICIO-PERIODO
               " A " WS-DATA-FIM-PERIODO
               DELIMITED BY SIZE INTO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA
           PERFORM 003-CARREGA-TAXAS
           PERFORM 005-CARREGA-INTERCO
           PERFORM 007-CARREGA-LIQUIDACOES
           IF WS-PAR-QTDE = ZEROES
               MOVE "NENHUM PAR INTERCOMPANY EM ABERTO"
                   TO RELAT-LINHA
               WRITE RELAT-LINHA
               DISPLAY "NENHUM PAR INTERCOMPANY EM ABERTO NO PERIODO "
                   WS-PERIODO-JUROS
           ELSE
               PERFORM 020-GERA-JUROS
           END-IF
           IF WS-QTDE-SEM-TAXA > ZEROES
               MOVE WS-QTDE-SEM-TAXA TO WS-EDITA-QTDE
               MOVE SPACES TO RELAT-LINHA
               STRING "ATENCAO: " WS-EDITA-QTDE
                   " TRECHO(S) COM SALDO SEM TAXA VIGENTE NO TAXAJUR"
                   " - JUROS NAO CALCULADOS"
                   DELIMITED BY SIZE INTO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           CLOSE RELAT-OUT-FILE
           MOVE "JURIRPT" TO RS-RELATORIO
           PERFORM 9997-ARQUIVA-RELATORIO
           IF WS-QTDE-SEM-TAXA > ZEROES OR WS-LIQ-QTDE > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "JUROS INTERCOMPANY CONCLUIDO - PARES: "
               WS-PAR-QTDE " LANCAMENTOS GLTRANS: "
               WS-QTDE-LANCAMENTOS " - VER JURIRPT"
           GOBACK.

       002-LE-PARAMETRO.
           OPEN INPUT PARM-FILE
           IF WS-FS-PARM NOT = "00"
               MOVE WS-FS-PARM TO WS-FS-ERRO
               MOVE "CARTAO JURPARM AUSENTE - INFORME PERIODO E CONTAS"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           READ PARM-FILE
               AT END
                   MOVE "CARTAO JURPARM VAZIO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-READ
           IF PA-PERIODO IS NOT NUMERIC
              OR PA-CONTA-RECEITA IS NOT NUMERIC
              OR PA-CONTA-DESPESA IS NOT NUMERIC
              OR PA-CONTA-JUROS-IC IS NOT NUMERIC
               MOVE "PERIODO OU CONTA DO JURPARM NAO NUMERICO"
                   TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE PA-PERIODO        TO WS-PERIODO-JUROS
           MOVE PA-CONTA-RECEITA  TO WS-CONTA-RECEITA
           MOVE PA-CONTA-DESPESA  TO WS-CONTA-DESPESA
           MOVE PA-CONTA-JUROS-IC TO WS-CONTA-JUROS-IC
           MOVE PA-CENTRO-CUSTO   TO WS-CENTRO-CUSTO
           CLOSE PARM-FILE
           COMPUTE WS-ANO-CALC = WS-PERIODO-JUROS / 100
           COMPUTE WS-MES-CALC = WS-PERIODO-JUROS
               - WS-ANO-CALC * 100
           IF WS-MES-CALC < 1 OR WS-MES-CALC > 12
               MOVE "PERIODO DO JURPARM INVALIDO" TO WS-MSG-ERRO
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
           COMPUTE WS-DATA-INICIO-PERIODO =
               WS-PERIODO-JUROS * 100 + 1
           COMPUTE WS-DIAS-PERIODO =
               WS-DATA-FIM-PERIODO - WS-DATA-INICIO-PERIODO + 1.

      *-----------------------------------------------------------*
      * Tabela de taxas. Sem o TAXAJUR o extrato sai mesmo assim, *
      * com todo trecho em aberto marcado como sem taxa.          *
      *-----------------------------------------------------------*
       003-CARREGA-TAXAS.
           OPEN INPUT TAXA-FILE
           EVALUATE WS-FS-TAXA
               WHEN "00"
                   PERFORM 004-LE-TAXA UNTIL FIM-DA-TAXA
                   CLOSE TAXA-FILE
               WHEN "35"
                   DISPLAY "TAXAJUR NAO ENCONTRADO - NENHUMA TAXA "
                       "DE JUROS INTERCOMPANY CADASTRADA"
               WHEN OTHER
                   MOVE WS-FS-TAXA TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR TAXAJUR" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       004-LE-TAXA.
           READ TAXA-FILE
               AT END
                   SET FIM-DA-TAXA TO TRUE
               NOT AT END
                   IF TJ-DATA-VIGENCIA IS NOT NUMERIC
                      OR TJ-TAXA-ANUAL IS NOT NUMERIC
                      OR TJ-BASE-DIAS IS NOT NUMERIC
                      OR TJ-EMPRESA-1 = TJ-EMPRESA-2
                       MOVE "REGISTRO INVALIDO NO TAXAJUR"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   IF TJ-BASE-DIAS = ZEROES
                       MOVE 365 TO TJ-BASE-DIAS
                   END-IF
                   IF TJ-BASE-DIAS NOT = 360 AND NOT = 365
                       MOVE "BASE DO TAXAJUR DEVE SER 360 OU 365"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   IF WS-TAX-QTDE = 200
                       MOVE "MAIS DE 200 TAXAS NO TAXAJUR"
                           TO WS-MSG-ERRO
                       PERFORM 9999-TRATA-ERRO
                   END-IF
                   ADD 1 TO WS-TAX-QTDE
                   IF TJ-EMPRESA-1 < TJ-EMPRESA-2
                       MOVE TJ-EMPRESA-1
                           TO WS-TAX-EMPRESA-1(WS-TAX-QTDE)
                       MOVE TJ-EMPRESA-2
                           TO WS-TAX-EMPRESA-2(WS-TAX-QTDE)
                   ELSE
                       MOVE TJ-EMPRESA-2
                           TO WS-TAX-EMPRESA-1(WS-TAX-QTDE)
                       MOVE TJ-EMPRESA-1
                           TO WS-TAX-EMPRESA-2(WS-TAX-QTDE)
                   END-IF
                   MOVE TJ-CURRENCY-CODE TO WS-TAX-MOEDA(WS-TAX-QTDE)
                   MOVE TJ-DATA-VIGENCIA
                       TO WS-TAX-VIGENCIA(WS-TAX-QTDE)
                   MOVE TJ-TAXA-ANUAL    TO WS-TAX-TAXA(WS-TAX-QTDE)
                   MOVE TJ-BASE-DIAS     TO WS-TAX-BASE(WS-TAX-QTDE)
           END-READ.

      *-----------------------------------------------------------*
      * INTERCO acumulado ate o fim do periodo: o que vem antes   *
      * do dia 1 forma o saldo de abertura, o resto cai no dia.   *
      *-----------------------------------------------------------*
       005-CARREGA-INTERCO.
           OPEN INPUT INTERCO-FILE
           EVALUATE WS-FS-INTERCO
               WHEN "00"
                   PERFORM 006-LE-INTERCO UNTIL FIM-DO-INTERCO
                   CLOSE INTERCO-FILE
               WHEN "35"
                   DISPLAY "INTERCO NAO ENCONTRADO - NENHUM PAR "
                       "INTERCOMPANY REGISTRADO"
               WHEN OTHER
                   MOVE WS-FS-INTERCO TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR INTERCO" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE.

       006-LE-INTERCO.
           READ INTERCO-FILE
               AT END
                   SET FIM-DO-INTERCO TO TRUE
               NOT AT END
                   IF IC-DATA-POSTAGEM NOT > WS-DATA-FIM-PERIODO
                       IF IC-COMPANY-CODE < IC-CONTRA-COMPANY
                           MOVE IC-COMPANY-CODE   TO WS-PAR-EMP-A
                           MOVE IC-CONTRA-COMPANY TO WS-PAR-EMP-B
                           MOVE IC-VALOR TO WS-MOV-VALOR
                       ELSE
                           MOVE IC-CONTRA-COMPANY TO WS-PAR-EMP-A
                           MOVE IC-COMPANY-CODE   TO WS-PAR-EMP-B
                           COMPUTE WS-MOV-VALOR = IC-VALOR * -1
                       END-IF
                       MOVE IC-CURRENCY-CODE TO WS-MOV-MOEDA
                       MOVE IC-DATA-POSTAGEM TO WS-MOV-DATA
                       PERFORM 012-ACUMULA-MOVIMENTO
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * Liquidacoes ja postadas: pernas do INTSET01 no GLHIST ate *
      * o fim do periodo. A perna D e da devedora e a C da        *
      * favorecida; a liquidacao so abate o saldo do par quando   *
      * as duas pernas estao no historico, na data de postagem.   *
      *-----------------------------------------------------------*
       007-CARREGA-LIQUIDACOES.
           OPEN INPUT GL-HIST-FILE
           EVALUATE WS-FS-GLHIST
               WHEN "00"
                   PERFORM 008-LE-GLHIST UNTIL FIM-DO-GLHIST
                   CLOSE GL-HIST-FILE
               WHEN "35"
                   DISPLAY "GLHIST NAO ENCONTRADO - NENHUMA "
                       "LIQUIDACAO POSTADA"
               WHEN OTHER
                   MOVE WS-FS-GLHIST TO WS-FS-ERRO
                   MOVE "FALHA AO ABRIR GLHIST" TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
           END-EVALUATE
           MOVE ZEROES TO WS-IDX-LIQ
           PERFORM 014-LISTA-PENDENTE
               UNTIL WS-IDX-LIQ = WS-LIQ-QTDE
           IF WS-LIQ-QTDE > ZEROES
               MOVE SPACES TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF.

       008-LE-GLHIST.
           READ GL-HIST-FILE
               AT END
                   SET FIM-DO-GLHIST TO TRUE
               NOT AT END
                   IF GH-SISTEMA-ORIGEM = "INTSET01"
                      AND (GH-DEBITO OR GH-CREDITO)
                      AND GH-DATA-POSTAGEM NOT > WS-DATA-FIM-PERIODO
                       PERFORM 009-REGISTRA-PERNA
                   END-IF
           END-READ.

       009-REGISTRA-PERNA.
           MOVE ZEROES TO WS-IDX-LIQ
           MOVE "N" TO WS-LIQ-ACHOU
           PERFORM 010-PROCURA-PERNA
               UNTIL LIQ-ENCONTRADA OR WS-IDX-LIQ = WS-LIQ-QTDE
           IF LIQ-ENCONTRADA
               IF GH-DEBITO
                   MOVE GH-COMPANY-CODE
                       TO WS-LIQ-DEVEDORA(WS-IDX-LIQ)
               ELSE
                   MOVE GH-COMPANY-CODE
                       TO WS-LIQ-CREDORA(WS-IDX-LIQ)
               END-IF
               IF GH-DATA-POSTAGEM > WS-LIQ-DATA(WS-IDX-LIQ)
                   MOVE GH-DATA-POSTAGEM TO WS-LIQ-DATA(WS-IDX-LIQ)
               END-IF
               PERFORM 011-APLICA-LIQUIDACAO
               MOVE WS-LIQ-ENTRADA(WS-LIQ-QTDE)
                   TO WS-LIQ-ENTRADA(WS-IDX-LIQ)
               SUBTRACT 1 FROM WS-LIQ-QTDE
           ELSE
               IF WS-LIQ-QTDE = 200
                   MOVE "MAIS DE 200 PERNAS DE LIQUIDACAO SEM PAR"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-LIQ-QTDE
               MOVE GH-REFERENCIA    TO WS-LIQ-REFERENCIA(WS-LIQ-QTDE)
               MOVE GH-CURRENCY-CODE TO WS-LIQ-MOEDA(WS-LIQ-QTDE)
               MOVE GH-VALOR-TRANS   TO WS-LIQ-VALOR(WS-LIQ-QTDE)
               MOVE GH-DATA-POSTAGEM TO WS-LIQ-DATA(WS-LIQ-QTDE)
               MOVE SPACES TO WS-LIQ-DEVEDORA(WS-LIQ-QTDE)
               MOVE SPACES TO WS-LIQ-CREDORA(WS-LIQ-QTDE)
               IF GH-DEBITO
                   MOVE GH-COMPANY-CODE
                       TO WS-LIQ-DEVEDORA(WS-LIQ-QTDE)
               ELSE
                   MOVE GH-COMPANY-CODE
                       TO WS-LIQ-CREDORA(WS-LIQ-QTDE)
               END-IF
           END-IF.

       010-PROCURA-PERNA.
           ADD 1 TO WS-IDX-LIQ
           IF WS-LIQ-REFERENCIA(WS-IDX-LIQ) = GH-REFERENCIA
              AND WS-LIQ-MOEDA(WS-IDX-LIQ) = GH-CURRENCY-CODE
              AND WS-LIQ-VALOR(WS-IDX-LIQ) = GH-VALOR-TRANS
               IF (GH-DEBITO AND WS-LIQ-DEVEDORA(WS-IDX-LIQ) = SPACES)
                  OR (GH-CREDITO
                      AND WS-LIQ-CREDORA(WS-IDX-LIQ) = SPACES)
                   SET LIQ-ENCONTRADA TO TRUE
               END-IF
           END-IF.

       011-APLICA-LIQUIDACAO.
           ADD 1 TO WS-QTDE-LIQUIDACOES
           IF WS-LIQ-CREDORA(WS-IDX-LIQ) < WS-LIQ-DEVEDORA(WS-IDX-LIQ)
               MOVE WS-LIQ-CREDORA(WS-IDX-LIQ)  TO WS-PAR-EMP-A
               MOVE WS-LIQ-DEVEDORA(WS-IDX-LIQ) TO WS-PAR-EMP-B
               COMPUTE WS-MOV-VALOR = WS-LIQ-VALOR(WS-IDX-LIQ) * -1
           ELSE
               MOVE WS-LIQ-DEVEDORA(WS-IDX-LIQ) TO WS-PAR-EMP-A
               MOVE WS-LIQ-CREDORA(WS-IDX-LIQ)  TO WS-PAR-EMP-B
               MOVE WS-LIQ-VALOR(WS-IDX-LIQ)    TO WS-MOV-VALOR
           END-IF
           MOVE WS-LIQ-MOEDA(WS-IDX-LIQ) TO WS-MOV-MOEDA
           MOVE WS-LIQ-DATA(WS-IDX-LIQ)  TO WS-MOV-DATA
           PERFORM 012-ACUMULA-MOVIMENTO.

       012-ACUMULA-MOVIMENTO.
           MOVE ZEROES TO WS-IDX-PAR
           MOVE "N" TO WS-PAR-ACHOU
           PERFORM 013-PROCURA-PAR
               UNTIL PAR-ENCONTRADO OR WS-IDX-PAR = WS-PAR-QTDE
           IF NOT PAR-ENCONTRADO
               IF WS-PAR-QTDE = 20
                   MOVE "MAIS DE 20 PARES INTERCOMPANY EM ABERTO"
                       TO WS-MSG-ERRO
                   PERFORM 9999-TRATA-ERRO
               END-IF
               ADD 1 TO WS-PAR-QTDE
               MOVE WS-PAR-QTDE TO WS-IDX-PAR
               INITIALIZE WS-PAR-ENTRADA(WS-IDX-PAR)
               MOVE WS-PAR-EMP-A TO WS-PAR-EMPRESA-1(WS-IDX-PAR)
               MOVE WS-PAR-EMP-B TO WS-PAR-EMPRESA-2(WS-IDX-PAR)
               MOVE WS-MOV-MOEDA TO WS-PAR-MOEDA(WS-IDX-PAR)
               MOVE "N" TO WS-PAR-MOVIMENTOU(WS-IDX-PAR)
           END-IF
           IF WS-MOV-DATA < WS-DATA-INICIO-PERIODO
               ADD WS-MOV-VALOR TO WS-PAR-ABERTURA(WS-IDX-PAR)
           ELSE
               COMPUTE WS-IDX-DIA =
                   WS-MOV-DATA - WS-DATA-INICIO-PERIODO + 1
               ADD WS-MOV-VALOR
                   TO WS-PAR-MOVTO-DIA(WS-IDX-PAR, WS-IDX-DIA)
               MOVE "S" TO WS-PAR-MOVIMENTOU(WS-IDX-PAR)
           END-IF.

       013-PROCURA-PAR.
           ADD 1 TO WS-IDX-PAR
           IF WS-PAR-EMPRESA-1(WS-IDX-PAR) = WS-PAR-EMP-A
              AND WS-PAR-EMPRESA-2(WS-IDX-PAR) = WS-PAR-EMP-B
              AND WS-PAR-MOEDA(WS-IDX-PAR) = WS-MOV-MOEDA
               SET PAR-ENCONTRADO TO TRUE
           END-IF.

       014-LISTA-PENDENTE.
           ADD 1 TO WS-IDX-LIQ
           MOVE WS-LIQ-REFERENCIA(WS-IDX-LIQ) TO WS-LPE-REFERENCIA
           MOVE WS-LIQ-MOEDA(WS-IDX-LIQ)      TO WS-LPE-MOEDA
           MOVE WS-LIQ-VALOR(WS-IDX-LIQ)      TO WS-LPE-VALOR
           MOVE WS-LINHA-PENDENTE TO RELAT-LINHA
           WRITE RELAT-LINHA
           DISPLAY "LIQUIDACAO " WS-LIQ-REFERENCIA(WS-IDX-LIQ)
               " SEM CONTRAPARTIDA NO GLHIST - IGNORADA".

      *-----------------------------------------------------------*
      * Extrato e lancamentos de juros, par a par.                *
      *-----------------------------------------------------------*
       020-GERA-JUROS.
           OPEN OUTPUT GL-SAIDA-FILE
           IF WS-FS-GLSAIDA NOT = "00"
               MOVE WS-FS-GLSAIDA TO WS-FS-ERRO
               MOVE "FALHA AO ABRIR JURICGL" TO WS-MSG-ERRO
               PERFORM 9999-TRATA-ERRO
           END-IF
           MOVE ZEROES TO WS-IDX-PAR
           PERFORM 021-CALCULA-PAR
               UNTIL WS-IDX-PAR = WS-PAR-QTDE
           MOVE "T" TO GL-TIPO-TRANS
           MOVE WS-TOTAL-DEBITOS  TO GL-TOTAL-DEBITOS
           MOVE WS-TOTAL-CREDITOS TO GL-TOTAL-CREDITOS
           ACCEPT GL-SEQ-DATA FROM DATE YYYYMMDD
           ACCEPT GL-SEQ-HORA FROM TIME
           WRITE GL-TRAILER-REC
           CLOSE GL-SAIDA-FILE
           MOVE "LANCAMENTOS DE JUROS GRAVADOS EM JURICGL"
               TO RELAT-LINHA
           WRITE RELAT-LINHA.

       021-CALCULA-PAR.
           ADD 1 TO WS-IDX-PAR
           MOVE WS-PAR-EMPRESA-1(WS-IDX-PAR) TO WS-LP-EMPRESA-1
           MOVE WS-PAR-EMPRESA-2(WS-IDX-PAR) TO WS-LP-EMPRESA-2
           MOVE WS-PAR-MOEDA(WS-IDX-PAR)     TO WS-LP-MOEDA
           MOVE WS-PAR-ABERTURA(WS-IDX-PAR)  TO WS-LP-ABERTURA
           MOVE WS-PAR-EMPRESA-1(WS-IDX-PAR) TO WS-LP-FAVORECIDA
           MOVE WS-LINHA-PAR TO RELAT-LINHA
           WRITE RELAT-LINHA
           IF WS-PAR-ABERTURA(WS-IDX-PAR) = ZEROES
              AND NOT PAR-MOVIMENTOU(WS-IDX-PAR)
               MOVE "  SEM SALDO EM ABERTO NO PERIODO" TO RELAT-LINHA
               WRITE RELAT-LINHA
           ELSE
               MOVE WS-PAR-ABERTURA(WS-IDX-PAR) TO WS-SALDO-CORRENTE
               MOVE "N" TO WS-TRECHO-ABERTO
               MOVE ZEROES TO WS-IDX-DIA
               PERFORM 022-PROCESSA-DIA
                   UNTIL WS-IDX-DIA = WS-DIAS-PERIODO
               PERFORM 025-FECHA-TRECHO
               MOVE WS-PAR-JUROS(WS-IDX-PAR) TO WS-LTO-JUROS
               MOVE SPACES TO WS-LTO-FAVORECIDA
               EVALUATE TRUE
                   WHEN WS-PAR-JUROS(WS-IDX-PAR) > ZEROES
                       STRING "A FAVOR DE "
                           WS-PAR-EMPRESA-1(WS-IDX-PAR)
                           DELIMITED BY SIZE INTO WS-LTO-FAVORECIDA
                       PERFORM 026-GERA-LANCAMENTOS-PAR
                   WHEN WS-PAR-JUROS(WS-IDX-PAR) < ZEROES
                       STRING "A FAVOR DE "
                           WS-PAR-EMPRESA-2(WS-IDX-PAR)
                           DELIMITED BY SIZE INTO WS-LTO-FAVORECIDA
                       PERFORM 026-GERA-LANCAMENTOS-PAR
                   WHEN OTHER
                       MOVE "SEM JUROS NO PERIODO" TO WS-LTO-FAVORECIDA
               END-EVALUATE
               MOVE WS-LINHA-TOTAL TO RELAT-LINHA
               WRITE RELAT-LINHA
           END-IF
           MOVE SPACES TO RELAT-LINHA
           WRITE RELAT-LINHA.

      *-----------------------------------------------------------*
      * Saldo do fim de cada dia. Um trecho novo comeca quando    *
      * muda o saldo ou a taxa vigente.                           *
      *-----------------------------------------------------------*
       022-PROCESSA-DIA.
           ADD 1 TO WS-IDX-DIA
           ADD WS-PAR-MOVTO-DIA(WS-IDX-PAR, WS-IDX-DIA)
               TO WS-SALDO-CORRENTE
           COMPUTE WS-DATA-DIA = WS-DATA-INICIO-PERIODO
               + WS-IDX-DIA - 1
           PERFORM 023-BUSCA-TAXA
           IF TRECHO-ABERTO
               IF WS-SALDO-CORRENTE NOT = WS-TRECHO-SALDO
                  OR WS-TAXA-DIA NOT = WS-TRECHO-TAXA
                  OR WS-BASE-DIA NOT = WS-TRECHO-BASE
                  OR WS-TAXA-ACHOU NOT = WS-TRECHO-COM-TAXA
                   PERFORM 025-FECHA-TRECHO
               END-IF
           END-IF
           IF NOT TRECHO-ABERTO
               SET TRECHO-ABERTO TO TRUE
               MOVE WS-IDX-DIA        TO WS-TRECHO-DIA-INICIO
               MOVE WS-SALDO-CORRENTE TO WS-TRECHO-SALDO
               MOVE WS-TAXA-DIA       TO WS-TRECHO-TAXA
               MOVE WS-BASE-DIA       TO WS-TRECHO-BASE
               MOVE WS-TAXA-ACHOU     TO WS-TRECHO-COM-TAXA
           END-IF
           MOVE WS-IDX-DIA TO WS-TRECHO-DIA-FIM.

       023-BUSCA-TAXA.
           MOVE ZEROES TO WS-TAXA-DIA
           MOVE ZEROES TO WS-BASE-DIA
           MOVE ZEROES TO WS-VIGENCIA-DIA
           MOVE "N" TO WS-TAXA-ACHOU
           MOVE ZEROES TO WS-IDX-TAX
           PERFORM 024-COMPARA-TAXA
               UNTIL WS-IDX-TAX = WS-TAX-QTDE.

       024-COMPARA-TAXA.
           ADD 1 TO WS-IDX-TAX
           IF WS-TAX-EMPRESA-1(WS-IDX-TAX)
                  = WS-PAR-EMPRESA-1(WS-IDX-PAR)
              AND WS-TAX-EMPRESA-2(WS-IDX-TAX)
                  = WS-PAR-EMPRESA-2(WS-IDX-PAR)
              AND WS-TAX-MOEDA(WS-IDX-TAX) = WS-PAR-MOEDA(WS-IDX-PAR)
              AND WS-TAX-VIGENCIA(WS-IDX-TAX) NOT > WS-DATA-DIA
              AND WS-TAX-VIGENCIA(WS-IDX-TAX) NOT < WS-VIGENCIA-DIA
               MOVE WS-TAX-VIGENCIA(WS-IDX-TAX) TO WS-VIGENCIA-DIA
               MOVE WS-TAX-TAXA(WS-IDX-TAX)     TO WS-TAXA-DIA
               MOVE WS-TAX-BASE(WS-IDX-TAX)     TO WS-BASE-DIA
               SET TAXA-ENCONTRADA TO TRUE
           END-IF.

       025-FECHA-TRECHO.
           COMPUTE WS-TRECHO-DIAS =
               WS-TRECHO-DIA-FIM - WS-TRECHO-DIA-INICIO + 1
           MOVE ZEROES TO WS-TRECHO-JUROS
           MOVE SPACES TO WS-LT-OBSERVACAO
           IF WS-TRECHO-SALDO NOT = ZEROES
               IF TRECHO-COM-TAXA
                   COMPUTE WS-TRECHO-JUROS ROUNDED =
                       WS-TRECHO-SALDO * WS-TRECHO-TAXA / 100
                       * WS-TRECHO-DIAS / WS-TRECHO-BASE
               ELSE
                   ADD 1 TO WS-QTDE-SEM-TAXA
                   MOVE "SEM TAXA VIGENTE" TO WS-LT-OBSERVACAO
               END-IF
           END-IF
           ADD WS-TRECHO-JUROS TO WS-PAR-JUROS(WS-IDX-PAR)
           COMPUTE WS-LT-INICIO = WS-DATA-INICIO-PERIODO
               + WS-TRECHO-DIA-INICIO - 1
           COMPUTE WS-LT-FIM = WS-DATA-INICIO-PERIODO
               + WS-TRECHO-DIA-FIM - 1
           MOVE WS-TRECHO-DIAS  TO WS-LT-DIAS
           MOVE WS-TRECHO-SALDO TO WS-LT-SALDO
           MOVE WS-TRECHO-TAXA  TO WS-LT-TAXA
           MOVE WS-TRECHO-BASE  TO WS-LT-BASE
           MOVE WS-TRECHO-JUROS TO WS-LT-JUROS
           MOVE WS-LINHA-TRECHO TO RELAT-LINHA
           WRITE RELAT-LINHA
           MOVE "N" TO WS-TRECHO-ABERTO.

      *-----------------------------------------------------------*
      * Quatro pernas com a mesma referencia, cada empresa        *
      * balanceada: receita na credora, despesa na devedora.      *
      *-----------------------------------------------------------*
       026-GERA-LANCAMENTOS-PAR.
           IF WS-PAR-JUROS(WS-IDX-PAR) > ZEROES
               COMPUTE WS-VALOR-ABSOLUTO = WS-PAR-JUROS(WS-IDX-PAR)
               MOVE WS-PAR-EMPRESA-1(WS-IDX-PAR) TO WS-EMPRESA-CREDORA
               MOVE WS-PAR-EMPRESA-2(WS-IDX-PAR) TO WS-EMPRESA-DEVEDORA
           ELSE
               COMPUTE WS-VALOR-ABSOLUTO =
                   WS-PAR-JUROS(WS-IDX-PAR) * -1
               MOVE WS-PAR-EMPRESA-2(WS-IDX-PAR) TO WS-EMPRESA-CREDORA
               MOVE WS-PAR-EMPRESA-1(WS-IDX-PAR) TO WS-EMPRESA-DEVEDORA
           END-IF
           ADD 1 TO WS-SEQ-REFERENCIA
           MOVE WS-PERIODO-JUROS  TO WS-REF-PERIODO
           MOVE WS-SEQ-REFERENCIA TO WS-REF-SEQ
           MOVE WS-DATA-FIM-PERIODO TO GL-DATA-TRANS
           MOVE WS-REF-JUROS TO GL-REFERENCIA
           MOVE WS-PAR-MOEDA(WS-IDX-PAR) TO GL-CURRENCY-CODE
           MOVE WS-VALOR-ABSOLUTO TO GL-VALOR-TRANS
           MOVE WS-NOME-PROGRAMA TO GL-SISTEMA-ORIGEM
           MOVE SPACES TO GL-INDICADOR-ESTORNO
           MOVE WS-EMPRESA-CREDORA TO GL-COMPANY-CODE
           MOVE WS-CONTA-JUROS-IC TO GL-NUMERO-CONTA
           MOVE SPACES TO GL-CENTRO-CUSTO
           MOVE "D" TO GL-TIPO-TRANS
           PERFORM 027-GRAVA-PERNA
           MOVE WS-CONTA-RECEITA TO GL-NUMERO-CONTA
           MOVE "C" TO GL-TIPO-TRANS
           PERFORM 027-GRAVA-PERNA
           MOVE WS-EMPRESA-DEVEDORA TO GL-COMPANY-CODE
           MOVE WS-CONTA-DESPESA TO GL-NUMERO-CONTA
           MOVE WS-CENTRO-CUSTO TO GL-CENTRO-CUSTO
           MOVE "D" TO GL-TIPO-TRANS
           PERFORM 027-GRAVA-PERNA
           MOVE WS-CONTA-JUROS-IC TO GL-NUMERO-CONTA
           MOVE SPACES TO GL-CENTRO-CUSTO
           MOVE "C" TO GL-TIPO-TRANS
           PERFORM 027-GRAVA-PERNA.

       027-GRAVA-PERNA.
           WRITE GL-TRANS-REC
           IF GL-DEBITO
               ADD WS-VALOR-ABSOLUTO TO WS-TOTAL-DEBITOS
           ELSE
               ADD WS-VALOR-ABSOLUTO TO WS-TOTAL-CREDITOS
           END-IF
           ADD 1 TO WS-QTDE-LANCAMENTOS.

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
