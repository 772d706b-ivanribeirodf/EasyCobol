      *-----------------------------------------------------------*
      * CADCTL.CPY                                                *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout da cabeca da cadeia de hash de um log (arquivos    *
      * AUDCHAIN para o AUDITLOG e ERRCHAIN para o ERRLOG, um     *
      * registro cada), mantida pelo servico CADEISVC: sequencia  *
      * e hash do ultimo registro encadeado e quando foi. O       *
      * ARCPURGE registra em CC-ARQ-* o ultimo registro           *
      * encadeado que levou para o AUDITARC, o ponto onde o       *
      * arquivo vivo retoma a cadeia; a cabeca nunca e zerada     *
      * pelo expurgo, e o CADEIA01 liga as duas partes por ela.   *
      *-----------------------------------------------------------*
       01  CC-CADEIA-REC.
           05 CC-ULTIMA-SEQUENCIA   PIC 9(09).
           05 CC-ULTIMO-HASH        PIC 9(18).
           05 CC-DATA-ATUALIZACAO   PIC 9(08).
           05 CC-HORA-ATUALIZACAO   PIC 9(08).
           05 CC-ARQ-SEQUENCIA      PIC 9(09).
           05 CC-ARQ-HASH           PIC 9(18).
           05 CC-DATA-EXPURGO       PIC 9(08).
