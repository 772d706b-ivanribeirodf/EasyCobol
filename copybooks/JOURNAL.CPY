      * BH-SISTEMA-ORIGEM do header do lote que trouxe a          *
      * transacao ("CALCPARM" no modo cartao), para o relatorio   *
      * de qualidade QUALRPT cobrar o rejeito de quem o criou.    *
      * JR-OPERADOR-LOTE e o operador que digitou o lote          *
      * (BH-OPERADOR-ID do header; branco em lote sem digitador   *
      * e em item liberado do CALCRELS), confrontado com o        *
      * JR-OPERADOR-ID pelo relatorio de segregacao SODREL01.     *
      * Cancelamento de uma transacao postada (operacao "C" no    *
      * CALCIN) grava dois registros com a referencia do          *
      * original: a marca do original, com JR-SITUACAO "C" e      *
      * JR-TIPO-LANCAMENTO "O" (valores e RESULT do original,     *
      * nao postada de novo), e o cancelamento postado, com       *
      * JR-SITUACAO "P", JR-TIPO-LANCAMENTO "E" e o RESULT        *
      * negado. Registro normal leva "N" (branco nos registros    *
      * gravados antes do campo).                                 *
      *-----------------------------------------------------------*
       01  JR-JORNAL-REC.
           05 JR-DATA-EXEC          PIC 9(08).
               88 JR-POSTADA            VALUE "P".
               88 JR-REJEITADA          VALUE "R".
               88 JR-RETIDA             VALUE "H".
               88 JR-CANCELADA          VALUE "C".
           05 JR-MOTIVO             PIC X(02).
           05 JR-SISTEMA-ORIGEM     PIC X(08).
           05 JR-OPERADOR-LOTE      PIC X(08).
           05 JR-TIPO-LANCAMENTO    PIC X(01).
               88 JR-LANCAMENTO-NORMAL     VALUE "N" SPACE.
               88 JR-ORIGINAL-CANCELADO    VALUE "O".
               88 JR-LANCAMENTO-CANCELAMENTO VALUE "E".
