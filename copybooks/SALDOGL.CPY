      * periodo + empresa + moeda): o ADD05 posta por READ/       *
      * REWRITE chaveado em vez de reler e regravar o mestre      *
      * inteiro a cada noite, e os relatorios leem em sequencia   *
      * de chave. SG-CENTRO-CUSTO fecha a chave: o saldo de cada  *
      * conta/empresa/moeda abre por centro de custo do           *
      * GL-CENTRO-CUSTO (em branco nas contas sem centro), e os   *
      * fechamentos rolam cada centro separadamente.              *
      *-----------------------------------------------------------*
       01  SG-SALDO-REC.
           05 SG-CHAVE.
               10 SG-PERIODO        PIC 9(06).
               10 SG-COMPANY-CODE   PIC X(03).
               10 SG-CURRENCY-CODE  PIC X(03).
               10 SG-CENTRO-CUSTO   PIC X(06).
           05 SG-SALDO-INICIAL      PIC S9(11)V99.
           05 SG-DEBITOS-PERIODO    PIC S9(11)V99.
           05 SG-CREDITOS-PERIODO   PIC S9(11)V99.
