      * arquivo) e confrontado pelo ORCRPT01 contra o movimento   *
      * real SG-DEBITOS-PERIODO/SG-CREDITOS-PERIODO do GLSALDO,   *
      * com variacao e percentual, tirando o orcamento da         *
      * planilha paralela da contabilidade. OR-CENTRO-CUSTO abre  *
      * o orcamento da conta/periodo por centro de custo (em      *
      * branco = orcamento da conta sem centro).                  *
      *-----------------------------------------------------------*
       01  OR-ORCAMENTO-REC.
           05 OR-NUMERO-CONTA       PIC 9(08).
           05 OR-PERIODO            PIC 9(06).
           05 OR-DEBITOS-ORCADOS    PIC S9(11)V99.
           05 OR-CREDITOS-ORCADOS   PIC S9(11)V99.
           05 OR-CENTRO-CUSTO       PIC X(06).
