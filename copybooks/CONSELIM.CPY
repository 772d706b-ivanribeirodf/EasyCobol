      *-----------------------------------------------------------*
      * CONSELIM.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do registro do cadastro de pares de eliminacao     *
      * intercompany da consolidacao (arquivo CONSELIM): cada     *
      * registro casa a conta de uma empresa do grupo com a conta *
      * espelho da contraparte - o a receber de uma contra o a    *
      * pagar da outra, ou a conta de liquidacao do INTSET01 nas  *
      * duas pontas. O CONSOL01 soma o saldo convertido em BRL de *
      * cada ponta, elimina as duas e leva a sobra (o par que nao *
      * fecha) para a conta de diferenca do cartao CONSPARM.      *
      *-----------------------------------------------------------*
       01  CE-PAR-REC.
           05 CE-EMPRESA-1          PIC X(03).
           05 CE-CONTA-1            PIC 9(08).
           05 CE-EMPRESA-2          PIC X(03).
           05 CE-CONTA-2            PIC 9(08).
           05 CE-DESCRICAO          PIC X(30).
