      *-----------------------------------------------------------*
      * DIVLOTE.CPY                                               *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do controle de divisao do lote CALCIN por empresa  *
      * (arquivo CALCSPLC, gravado pelo CALCSPLT e lido pelo CALC *
      * e pelo CALCMERG). Primeiro registro tipo "L": a divisao   *
      * em si, com a data de processamento, o numero e a origem   *
      * do lote original, a quantidade de detalhes e o hash do    *
      * trailer ORIGINAL (a prova do CALCMERG) e a situacao -     *
      * "A" aberta (particoes a processar), "J" juncao iniciada   *
      * (um CALCMERG interrompido no meio das gravacoes: exige    *
      * conferencia manual antes de nova juncao) e "M" juntada.   *
      * Seguem os registros tipo "P", um por particao: o numero   *
      * que da o sufixo dos arquivos da particao (CALCIN.Pnn,     *
      * CALCOUT.Pnn, ...), a empresa (em branco na particao 00,   *
      * a multi-empresa que leva os intercompany e os             *
      * cancelamentos) e a quantidade e o hash dos seus detalhes, *
      * os mesmos do trailer do CALCIN.Pnn.                       *
      *-----------------------------------------------------------*
       01  SC-DIVISAO-REC.
           05 SC-TIPO-REG           PIC X(01).
               88 SC-REGISTRO-DIVISAO   VALUE "L".
           05 SC-SITUACAO           PIC X(01).
               88 SC-DIVISAO-ABERTA     VALUE "A".
               88 SC-DIVISAO-EM-JUNCAO  VALUE "J".
               88 SC-DIVISAO-JUNTADA    VALUE "M".
           05 SC-DATA-DIVISAO       PIC 9(08).
           05 SC-HORA-DIVISAO       PIC 9(08).
           05 SC-NUMERO-LOTE        PIC 9(04).
           05 SC-SISTEMA-ORIGEM     PIC X(08).
           05 SC-QTDE-DETALHES      PIC 9(07).
           05 SC-HASH-VALORES       PIC S9(11)V99.
           05 SC-QTDE-PARTICOES     PIC 9(02).
           05 SC-DATA-JUNCAO        PIC 9(08).
       01  SP-PARTICAO-REC.
           05 SP-TIPO-REG           PIC X(01).
               88 SP-REGISTRO-PARTICAO  VALUE "P".
           05 SP-NUMERO-PARTICAO    PIC 9(02).
           05 SP-COMPANY-CODE       PIC X(03).
           05 SP-QTDE-DETALHES      PIC 9(07).
           05 SP-HASH-VALORES       PIC S9(11)V99.
