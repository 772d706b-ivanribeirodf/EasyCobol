      * que disparou o erro (em branco para erro logico, sem      *
      * status de arquivo) e o operador, nos jobs que tem         *
      * sign-on. O ERRLIST lista os eventos de uma data.          *
      * EV-CADEIA encadeia o evento pelo servico CADEISVC (logo   *
      * antes do WRITE): sequencia do ERRCHAIN e hash do          *
      * EV-CONTEUDO com o hash do evento anterior, conferidos     *
      * pelo CADEIA01.                                            *
      *-----------------------------------------------------------*
       01  EV-EVENTO-REC.
           05 EV-CONTEUDO.
               10 EV-PROGRAMA           PIC X(08).
               10 EV-DATA-EVENTO        PIC 9(08).
               10 EV-HORA-EVENTO        PIC 9(08).
               10 EV-MSG-ERRO           PIC X(60).
               10 EV-FILE-STATUS        PIC X(02).
               10 EV-OPERADOR-ID        PIC X(08).
           05 EV-CADEIA.
               10 EV-SEQUENCIA          PIC 9(09).
               10 EV-HASH               PIC 9(18).
