      * registro e o trailer "T" com os totais de controle de     *
      * debitos e de creditos SEPARADOS, conferidos um a um pelo  *
      * ADD05 - um par debito/credito trocado nao passa mais por  *
      * se anular no liquido. GL-SISTEMA-ORIGEM identifica o      *
      * programa que gerou o lancamento (INTSET01, RATEIO01,      *
      * REVAL01); em branco nos lancamentos digitados. Lancamento *
      * com origem so chega ao ADD05 pela carga controlada do     *
      * GLENTR01, registrada no GLREGIST. GL-INDICADOR-ESTORNO    *
      * "S" marca o lancamento digitado como provisao de estorno  *
      * automatico: postado, o ADD05 o registra no ESTPEND e o    *
      * ESTORN01 gera o espelho no primeiro dia util do periodo   *
      * seguinte. "A" marca o ajuste de encerramento do exercicio *
      * de empresa com periodo 13 (calendario fiscal CALFISC): a  *
      * data fica no ultimo mes do exercicio e o ADD05 posta o    *
      * saldo no periodo AAAA13. GL-CENTRO-CUSTO e o centro de    *
      * custo do cadastro CCUSTO (CCUSTO.CPY): obrigatorio nas    *
      * contas de despesa (classe resultado, natureza devedora),  *
      * opcional nas demais; o ADD05 o leva ao GLHIST e a chave   *
      * do GLSALDO. GL-SEQ-ARQUIVO no trailer e a sequencia do    *
      * arquivo - data e hora da geracao, carimbadas por quem     *
      * grava o trailer: dois arquivos de mesmo periodo e totais  *
      * nunca se confundem no GLREGIST.                           *
      *-----------------------------------------------------------*
       01  GL-TRANS-REC.
           05 GL-TIPO-TRANS         PIC X(01).
           05 GL-COMPANY-CODE       PIC X(03).
           05 GL-CURRENCY-CODE      PIC X(03).
           05 GL-VALOR-TRANS        PIC 9(9)V99.
           05 GL-SISTEMA-ORIGEM     PIC X(08).
           05 GL-INDICADOR-ESTORNO  PIC X(01).
               88 GL-ESTORNO-AUTOMATICO VALUE "S".
               88 GL-AJUSTE-EXERCICIO   VALUE "A".
           05 GL-CENTRO-CUSTO       PIC X(06).
       01  GL-TRAILER-REC.
           05 FILLER                PIC X(01).
           05 GL-TOTAL-DEBITOS      PIC 9(11)V99.
           05 GL-TOTAL-CREDITOS     PIC 9(11)V99.
           05 GL-SEQ-ARQUIVO.
               10 GL-SEQ-DATA       PIC 9(08).
               10 GL-SEQ-HORA       PIC 9(08).
