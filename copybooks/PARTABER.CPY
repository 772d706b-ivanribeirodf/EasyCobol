      *-----------------------------------------------------------*
      * PARTABER.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do registro do arquivo de partidas em aberto       *
      * (arquivo PARTABER), regravado inteiro pelo PARTID01 a     *
      * cada execucao a partir do GLHIST das contas marcadas no   *
      * PLANOCTA (PC-CONTROLE-PARTIDAS) e das baixas do PARTBAIX. *
      * Uma partida e o conjunto dos lancamentos de uma conta/    *
      * empresa/moeda com a mesma referencia. Lado da natureza da *
      * conta maior que o oposto = documento ("D", a fatura, o    *
      * valor a pagar/receber); oposto maior = adiantamento ("A", *
      * pagamento ainda nao aplicado). Valores sempre positivos;  *
      * o saldo aberto do documento soma, o do adiantamento       *
      * subtrai. Partida liquidada tambem e gravada (situacao L). *
      *-----------------------------------------------------------*
       01  PT-PARTIDA-REC.
           05 PT-COMPANY-CODE       PIC X(03).
           05 PT-CURRENCY-CODE      PIC X(03).
           05 PT-NUMERO-CONTA       PIC 9(08).
           05 PT-REFERENCIA         PIC X(10).
           05 PT-TIPO-PARTIDA       PIC X(01).
               88 PT-DOCUMENTO          VALUE "D".
               88 PT-ADIANTAMENTO       VALUE "A".
           05 PT-DATA-DOCUMENTO     PIC 9(08).
           05 PT-VALOR-ORIGINAL     PIC 9(11)V99.
           05 PT-VALOR-BAIXADO      PIC 9(11)V99.
           05 PT-SALDO-ABERTO       PIC 9(11)V99.
           05 PT-SITUACAO           PIC X(01).
               88 PT-ABERTA             VALUE "A".
               88 PT-PARCIAL            VALUE "P".
               88 PT-LIQUIDADA          VALUE "L".
           05 PT-DATA-ULTIMA-BAIXA  PIC 9(08).
           05 PT-DATA-BASE          PIC 9(08).
