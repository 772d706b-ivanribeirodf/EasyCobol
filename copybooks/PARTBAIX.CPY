      *-----------------------------------------------------------*
      * PARTBAIX.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do registro do arquivo de baixas de partidas       *
      * (arquivo PARTBAIX, mantido em cartoes e so acrescentado): *
      * aplica um pagamento lancado com referencia propria sobre  *
      * uma partida documento da mesma conta/empresa/moeda. Um    *
      * pagamento pode baixar varias partidas (um registro por    *
      * partida) e uma partida pode ser baixada em parte ou por   *
      * varios pagamentos. O lancamento que ja traz a referencia  *
      * da propria partida a baixa sozinho e nao precisa daqui.   *
      *-----------------------------------------------------------*
       01  PB-BAIXA-REC.
           05 PB-COMPANY-CODE       PIC X(03).
           05 PB-CURRENCY-CODE      PIC X(03).
           05 PB-NUMERO-CONTA       PIC 9(08).
           05 PB-REFERENCIA-PAGTO   PIC X(10).
           05 PB-REFERENCIA-PARTIDA PIC X(10).
           05 PB-VALOR              PIC 9(11)V99.
           05 PB-DATA-BAIXA         PIC 9(08).
           05 PB-OPERADOR-ID        PIC X(08).
