      *-----------------------------------------------------------*
      * ABERTURA.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do balancete de abertura de uma empresa nova       *
      * (arquivo MIGRSALD, lido pelo MIGRA01 na migracao dos      *
      * saldos do sistema anterior): uma linha por conta, moeda   *
      * e centro de custo, com o saldo no sentido natural do      *
      * balancete (D = devedor, C = credor) e o valor sempre      *
      * positivo. A ultima linha e o trailer "T" com a quantidade *
      * de linhas e os totais devedor e credor do balancete de    *
      * origem, conferidos antes de qualquer gravacao.            *
      *-----------------------------------------------------------*
       01  MB-ABERTURA-REC.
           05 MB-TIPO               PIC X(01).
               88 MB-SALDO-DEVEDOR      VALUE "D".
               88 MB-SALDO-CREDOR       VALUE "C".
               88 MB-TRAILER            VALUE "T".
           05 MB-NUMERO-CONTA       PIC 9(08).
           05 MB-CURRENCY-CODE      PIC X(03).
           05 MB-CENTRO-CUSTO       PIC X(06).
           05 MB-VALOR              PIC 9(9)V99.
           05 FILLER                PIC X(11).
       01  MB-TRAILER-REC.
           05 FILLER                PIC X(01).
           05 MB-QTDE-LINHAS        PIC 9(05).
           05 MB-TOTAL-DEVEDOR      PIC 9(11)V99.
           05 MB-TOTAL-CREDOR       PIC 9(11)V99.
           05 FILLER                PIC X(08).
