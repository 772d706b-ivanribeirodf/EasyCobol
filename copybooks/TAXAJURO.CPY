      *-----------------------------------------------------------*
      * TAXAJURO.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do registro da tabela de juros intercompany        *
      * (arquivo TAXAJUR, lido pelo JURIC01): taxa anual por par  *
      * de empresas e moeda, chaveada por data de vigencia a      *
      * exemplo do CAMBIO.CPY - para cada dia do periodo vale a   *
      * taxa com a vigencia mais recente que nao seja posterior   *
      * ao dia. A ordem das duas empresas no registro e livre (o  *
      * par 001/002 e o mesmo par 002/001). TJ-TAXA-ANUAL e o     *
      * percentual ao ano; TJ-BASE-DIAS e a base do ano para o    *
      * calculo pro rata dia (360 ou 365; zero vale 365).         *
      *-----------------------------------------------------------*
       01  TJ-TAXA-REC.
           05 TJ-EMPRESA-1          PIC X(03).
           05 TJ-EMPRESA-2          PIC X(03).
           05 TJ-CURRENCY-CODE      PIC X(03).
           05 TJ-DATA-VIGENCIA      PIC 9(08).
           05 TJ-TAXA-ANUAL         PIC 9(03)V9(06).
           05 TJ-BASE-DIAS          PIC 9(03).
