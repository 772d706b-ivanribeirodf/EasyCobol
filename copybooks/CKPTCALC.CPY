      *-----------------------------------------------------------*
      * CKPTCALC.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do checkpoint de particao do CALC (arquivo         *
      * CKPTCALC.Pnn, um registro, reescrito a cada detalhe       *
      * processado da particao Pnn do CALCSPLC). Situacao "E" em  *
      * execucao: o CALC que pegar a particao retoma depois do    *
      * CK-ULTIMO-REGISTRO, com contadores e totais por           *
      * empresa/moeda restaurados, em vez de repostar o que ja    *
      * foi para o CALCHIST. Situacao "C" concluida: os totais    *
      * finais da particao, conferidos pelo CALCMERG - quantidade *
      * e hash dos detalhes processados contra o trailer da       *
      * particao e do lote original, gravados e rejeitados contra *
      * o CALCOUT.Pnn e o CALCREJ.Pnn. CK-TOTAIS tem o mesmo      *
      * desenho da tabela de totais do lote do CALC.              *
      *-----------------------------------------------------------*
       01  CK-CHECKPOINT-REC.
           05 CK-SITUACAO           PIC X(01).
               88 CK-EM-EXECUCAO        VALUE "E".
               88 CK-CONCLUIDA          VALUE "C".
           05 CK-NUMERO-PARTICAO    PIC 9(02).
           05 CK-COMPANY-CODE       PIC X(03).
           05 CK-DATA-PROCES        PIC 9(08).
           05 CK-OPERADOR-ID        PIC X(08).
           05 CK-ULTIMO-REGISTRO    PIC 9(07).
           05 CK-QTDE-PROCESSADOS   PIC 9(07).
           05 CK-HASH-PROCESSADO    PIC S9(11)V99.
           05 CK-QTDE-GRAVADOS      PIC 9(07).
           05 CK-QTDE-REJEITADOS    PIC 9(07).
           05 CK-QTDE-RETIDOS       PIC 9(05).
           05 CK-QTDE-CANCELAMENTOS PIC 9(05).
           05 CK-QTDE-INTERCO       PIC 9(05).
           05 CK-TOTAIS.
               10 CK-TOT-QTDE       PIC 9(02).
               10 CK-TOT-ENTRADA    OCCURS 20 TIMES.
                   15 CK-TOT-COMPANY  PIC X(03).
                   15 CK-TOT-CURRENCY PIC X(03).
                   15 CK-TOT-VALOR    PIC S9(09)V99.
