      * gerou o registro (zero quando o gravador nao processa      *
      * lote numerado), para varios lotes do mesmo dia nao se      *
      * confundirem na auditoria.                                  *
      * AUD-CADEIA encadeia o registro (servico CADEISVC, chamado  *
      * por quem grava, logo antes do WRITE): sequencia do         *
      * AUDCHAIN e hash do AUD-CONTEUDO com o hash do registro     *
      * anterior; o CADEIA01 percorre AUDITARC + AUDITLOG e acusa  *
      * elo quebrado, sequencia ausente e registro fora de ordem.  *
      * O tipo "O" do BACKOUT entra no hash como "N" (o original   *
      * marcado continua ligado). Registro antigo, sem cadeia,     *
      * tem AUD-CADEIA zerada ou em branco.                        *
      *-----------------------------------------------------------*
       01  AUD-LOG-REC.
           05 AUD-CONTEUDO.
               10 AUD-PROGRAMA          PIC X(08).
               10 AUD-DATA-EXEC         PIC 9(08).
               10 AUD-HORA-EXEC         PIC 9(08).
               10 AUD-RESULTADO         PIC S9(09)V99.
               10 AUD-COMPANY-CODE      PIC X(03).
               10 AUD-CURRENCY-CODE     PIC X(03).
               10 AUD-OPERADOR-ID       PIC X(08).
               10 AUD-TIPO-LANCAMENTO   PIC X(01).
                   88 AUD-LANCAMENTO-NORMAL    VALUE "N".
                   88 AUD-LANCAMENTO-ESTORNADO VALUE "O".
                   88 AUD-LANCAMENTO-ESTORNO   VALUE "E".
               10 AUD-NUMERO-LOTE       PIC 9(04).
           05 AUD-CADEIA.
               10 AUD-SEQUENCIA         PIC 9(09).
               10 AUD-HASH              PIC 9(18).
