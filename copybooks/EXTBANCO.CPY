      *-----------------------------------------------------------*
      * EXTBANCO.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout da linha do extrato bancario recebido do banco     *
      * (arquivo BANKIN, formato fixo): data do movimento,        *
      * sentido no extrato ("C" entrada de dinheiro, "D" saida),  *
      * valor sem sinal, referencia do banco e historico. O       *
      * BNKLOAD valida cada linha e a acrescenta ao EXTRATO.      *
      *-----------------------------------------------------------*
       01  BI-EXTRATO-IN-REC.
           05 BI-DATA-MOVIMENTO     PIC 9(08).
           05 BI-SENTIDO            PIC X(01).
               88 BI-CREDITO-BANCO      VALUE "C".
               88 BI-DEBITO-BANCO       VALUE "D".
           05 BI-VALOR              PIC 9(11)V99.
           05 BI-REFERENCIA         PIC X(10).
           05 BI-HISTORICO          PIC X(40).
