      * fim de periodo do EXRATES e o ganho ou perda postado.     *
      * Posicao sem registro aqui ainda nao foi reavaliada: a     *
      * primeira rodada so estabelece a base, sem resultado.      *
      * RV-CENTRO-CUSTO (no fim do registro) completa a chave da  *
      * posicao, como no GLSALDO.                                 *
      *-----------------------------------------------------------*
       01  RV-REVAL-REC.
           05 RV-NUMERO-CONTA       PIC 9(08).
           05 RV-CURRENCY-CODE      PIC X(03).
           05 RV-PERIODO            PIC 9(06).
           05 RV-VALOR-BRL          PIC S9(11)V99.
           05 RV-CENTRO-CUSTO       PIC X(06).
