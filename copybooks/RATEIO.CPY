      * movimento do periodo da origem pelos destinos e joga o    *
      * residuo de arredondamento no ULTIMO destino, para o       *
      * rateio fechar no centavo.                                 *
      * RT-CCUSTO-DESTINO (opcional, no fim do registro) leva o   *
      * centro de custo do destino; a perna de origem sai com o   *
      * centro de custo do proprio saldo rateado. Destino que e   *
      * conta de despesa PRECISA de centro de custo, ou o ADD05   *
      * recusa a perna.                                           *
      *-----------------------------------------------------------*
       01  RT-RATEIO-REC.
           05 RT-CONTA-ORIGEM       PIC 9(08).
           05 RT-CONTA-DESTINO      PIC 9(08).
           05 RT-COMPANY-DESTINO    PIC X(03).
           05 RT-PERCENTUAL         PIC 9(03)V99.
           05 RT-CCUSTO-DESTINO     PIC X(06).
