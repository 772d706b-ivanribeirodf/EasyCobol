      *-----------------------------------------------------------*
      * OPERCARD.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do cartao de sign-on do operador (arquivo          *
      * OPERCARD): ID do operador, senha e, quando a senha        *
      * expirou ou o operador quer troca-la, a senha nova. O ID   *
      * so vale depois de a senha ser conferida contra o          *
      * OPERMAST pelo servico SENHASVC.                           *
      *-----------------------------------------------------------*
       01  OPERADOR-REC.
           05 OC-OPERADOR-ID        PIC X(08).
           05 OC-SENHA              PIC X(08).
           05 OC-SENHA-NOVA         PIC X(08).
