      *-----------------------------------------------------------*
      * FISCSVC.CPY                                               *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Area de parametros do servico de calendario fiscal        *
      * FISCSVC (CALL "FISCSVC" USING FS-PARAMETROS), no molde do *
      * CALSVC. Entrada sempre com FS-COMPANY-CODE (calendario da *
      * empresa no CALFISC). Funcoes: "P" posiciona o periodo     *
      * FS-PERIODO (AAAAMM, ou AAAA13 = ajuste) no exercicio da   *
      * empresa; "E" devolve os limites do exercicio              *
      * FS-EXERCICIO e posiciona o seu ultimo periodo. As duas    *
      * devolvem o exercicio, o periodo fiscal (01 a 12, 13 =     *
      * ajuste), a chave fiscal AAAAPP (exercicio + periodo       *
      * fiscal, que ordena os periodos na ordem do tempo mesmo    *
      * com o AAAA13), o primeiro periodo, o ultimo mes, o        *
      * periodo de ajuste (zero se a empresa nao usa), o ultimo   *
      * periodo do exercicio (o ajuste ou o ultimo mes), o        *
      * periodo seguinte e o anterior na corrente da empresa e    *
      * FS-FIM-DE-EXERCICIO "S" quando o periodo posicionado e o  *
      * que encerra o exercicio. FS-RETORNO "0" = ok, "E" =       *
      * funcao, periodo ou exercicio invalido (inclusive AAAA13   *
      * de empresa sem periodo de ajuste).                        *
      *-----------------------------------------------------------*
       01  FS-PARAMETROS.
           05 FS-FUNCAO             PIC X(01).
               88 FS-POSICIONA-PERIODO  VALUE "P".
               88 FS-LIMITES-EXERCICIO  VALUE "E".
           05 FS-COMPANY-CODE       PIC X(03).
           05 FS-PERIODO            PIC 9(06).
           05 FS-EXERCICIO          PIC 9(04).
           05 FS-PERIODO-FISCAL     PIC 9(02).
           05 FS-CHAVE-FISCAL       PIC 9(06).
           05 FS-PRIMEIRO-PERIODO   PIC 9(06).
           05 FS-ULTIMO-MES         PIC 9(06).
           05 FS-PERIODO-AJUSTE     PIC 9(06).
           05 FS-ULTIMO-PERIODO     PIC 9(06).
           05 FS-PERIODO-SEGUINTE   PIC 9(06).
           05 FS-PERIODO-ANTERIOR   PIC 9(06).
           05 FS-MES-INICIAL        PIC 9(02).
           05 FS-TEM-AJUSTE         PIC X(01).
               88 FS-COM-AJUSTE         VALUE "S".
           05 FS-FIM-DE-EXERCICIO   PIC X(01).
               88 FS-ENCERRA-EXERCICIO  VALUE "S".
           05 FS-RETORNO            PIC X(01).
               88 FS-RETORNO-OK         VALUE "0".
               88 FS-RETORNO-ERRO       VALUE "E".
