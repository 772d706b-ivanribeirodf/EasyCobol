      *-----------------------------------------------------------*
      * CALFISC.CPY                                               *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do registro do calendario fiscal por empresa       *
      * (arquivo CALFISC): o mes de calendario em que comeca o    *
      * exercicio da empresa e se ela usa o decimo terceiro       *
      * periodo, de ajuste, depois do ultimo mes. O exercicio     *
      * leva o ano de calendario em que TERMINA (exercicio 2026   *
      * de uma empresa que comeca em julho vai de 202507 a        *
      * 202606) e o periodo de ajuste e gravado no GLSALDO e no   *
      * PERIODOS como AAAA13, com o ano do exercicio. Empresa sem *
      * registro segue o registro de empresa em branco            *
      * (calendario padrao) e, sem ele, o ano civil sem periodo   *
      * de ajuste - o comportamento de antes do CALFISC. Lido     *
      * pelo servico FISCSVC (FISCSVC.CPY), que responde pelos    *
      * programas o exercicio, o periodo fiscal e os periodos     *
      * vizinhos de cada empresa.                                 *
      *-----------------------------------------------------------*
       01  CF-CALENDARIO-REC.
           05 CF-COMPANY-CODE       PIC X(03).
           05 CF-MES-INICIAL        PIC 9(02).
           05 CF-PERIODO-AJUSTE     PIC X(01).
               88 CF-COM-AJUSTE         VALUE "S".
           05 CF-DESCRICAO          PIC X(30).
