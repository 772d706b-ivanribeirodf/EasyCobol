      *-----------------------------------------------------------*
      * EXTRATO.CPY                                               *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do registro do mestre de extratos bancarios        *
      * (arquivo EXTRATO, acrescentado pelo BNKLOAD, nunca        *
      * sobrescrito): cada linha de extrato carregada recebe uma  *
      * sequencia unica e fica presa a conta caixa/bancos do      *
      * PLANOCTA, empresa e moeda do cartao de carga. O BNKREC01  *
      * concilia estas linhas contra o GLHIST da mesma conta; o   *
      * par conciliado fica no CONCPAR e nao volta a ser casado.  *
      * Sentido "C" no extrato (entrada) casa com DEBITO na conta *
      * caixa; "D" (saida) casa com CREDITO.                      *
      *-----------------------------------------------------------*
       01  BX-EXTRATO-REC.
           05 BX-SEQUENCIA          PIC 9(08).
           05 BX-NUMERO-CONTA       PIC 9(08).
           05 BX-COMPANY-CODE       PIC X(03).
           05 BX-CURRENCY-CODE      PIC X(03).
           05 BX-DATA-MOVIMENTO     PIC 9(08).
           05 BX-SENTIDO            PIC X(01).
               88 BX-CREDITO-BANCO      VALUE "C".
               88 BX-DEBITO-BANCO       VALUE "D".
           05 BX-VALOR              PIC 9(11)V99.
           05 BX-REFERENCIA         PIC X(10).
           05 BX-HISTORICO          PIC X(40).
           05 BX-DATA-CARGA         PIC 9(08).
