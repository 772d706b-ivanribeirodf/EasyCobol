      *-----------------------------------------------------------*
      * ESTPEND.CPY                                               *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do registro do arquivo de estornos pendentes       *
      * (ESTPEND): uma linha por movimento de provisao com        *
      * estorno automatico (GL-INDICADOR-ESTORNO "S") postado     *
      * pelo ADD05, acrescentada na postagem com situacao "P".    *
      * O ESTORN01 gera o espelho no primeiro dia util do         *
      * periodo seguinte ao da provisao (apurado pelo CALSVC),    *
      * marca a linha "G" e grava a referencia derivada do        *
      * estorno (serie "ES"+numero do ESSEQCTL) e a data do       *
      * estorno. O registro de estornos ESTREL01 mostra as duas   *
      * pernas e procura a postagem do estorno no GLHIST.         *
      * EP-CENTRO-CUSTO (no fim do registro) e o centro de custo  *
      * da provisao, repetido na perna de estorno.                *
      *-----------------------------------------------------------*
       01  EP-ESTORNO-REC.
           05 EP-REFERENCIA         PIC X(10).
           05 EP-COMPANY-CODE       PIC X(03).
           05 EP-CURRENCY-CODE      PIC X(03).
           05 EP-NUMERO-CONTA       PIC 9(08).
           05 EP-TIPO-TRANS         PIC X(01).
           05 EP-VALOR-TRANS        PIC 9(9)V99.
           05 EP-DATA-TRANS         PIC 9(08).
           05 EP-DATA-POSTAGEM      PIC 9(08).
           05 EP-OPERADOR-ID        PIC X(08).
           05 EP-SITUACAO           PIC X(01).
               88 EP-ESTORNO-PENDENTE   VALUE "P".
               88 EP-ESTORNO-GERADO     VALUE "G".
           05 EP-REFERENCIA-ESTORNO PIC X(10).
           05 EP-DATA-ESTORNO       PIC 9(08).
           05 EP-DATA-GERACAO       PIC 9(08).
           05 EP-CENTRO-CUSTO       PIC X(06).
