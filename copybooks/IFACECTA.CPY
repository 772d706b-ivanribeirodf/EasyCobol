      *-----------------------------------------------------------*
      * IFACECTA.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout da quebra por conta de controle dos registros de   *
      * interface dos jobs ADD01, ADD02 e ADD04 (arquivo          *
      * IFACECTA, acrescentado, nunca sobrescrito). O IFACETOT    *
      * traz um total por empresa/moeda sem conta; aqui o mesmo   *
      * total vem aberto pela conta de controle do PLANOCTA em    *
      * que cada LV-CHAVE desagua (AC-CONTA-CONTROLE do           *
      * CONTAMST). IC-SEQUENCIA e a IF-SEQUENCIA do registro do   *
      * IFACETOT a que a linha pertence e a soma das linhas de    *
      * uma sequencia fecha com o IF-VALOR-TOTAL dela (acrescimo  *
      * e arredondamento vao para a primeira linha). Conta zero = *
      * chave de lote sem mapeamento. O BACKOUT grava as linhas   *
      * negadas do estorno com a sequencia nova. Lido pela prova  *
      * diaria PROVA01.                                           *
      *-----------------------------------------------------------*
       01  IC-QUEBRA-REC.
           05 IC-PROGRAMA           PIC X(08).
           05 IC-DATA-EXEC          PIC 9(08).
           05 IC-HORA-EXEC          PIC 9(08).
           05 IC-SEQUENCIA          PIC 9(09).
           05 IC-COMPANY-CODE       PIC X(03).
           05 IC-CURRENCY-CODE      PIC X(03).
           05 IC-CONTA-CONTROLE     PIC 9(08).
           05 IC-VALOR              PIC S9(09)V99.
