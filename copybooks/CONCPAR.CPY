      *-----------------------------------------------------------*
      * CONCPAR.CPY                                               *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do registro de pares conciliados da conciliacao    *
      * bancaria (arquivo CONCPAR, acrescentado pelo BNKREC01,    *
      * nunca sobrescrito): a sequencia da linha de EXTRATO e a   *
      * identificacao do lancamento GLHIST casado - data de       *
      * postagem, conta, referencia, empresa, tipo, valor e a     *
      * ocorrencia (ordem de leitura entre lancamentos GLHIST     *
      * identicos; o GLHIST so cresce, a ordem nao muda). Com o   *
      * criterio do casamento ("R" referencia e valor, "V" valor  *
      * e janela de datas) e a data da conciliacao. Linha ou      *
      * lancamento presente aqui nao volta a ser casado.          *
      *-----------------------------------------------------------*
       01  CP-PAR-REC.
           05 CP-SEQUENCIA-EXTRATO  PIC 9(08).
           05 CP-DATA-POSTAGEM      PIC 9(08).
           05 CP-NUMERO-CONTA       PIC 9(08).
           05 CP-REFERENCIA         PIC X(10).
           05 CP-COMPANY-CODE       PIC X(03).
           05 CP-TIPO-TRANS         PIC X(01).
           05 CP-VALOR-TRANS        PIC 9(9)V99.
           05 CP-OCORRENCIA         PIC 9(03).
           05 CP-CRITERIO           PIC X(01).
               88 CP-POR-REFERENCIA     VALUE "R".
               88 CP-POR-VALOR-DATA     VALUE "V".
           05 CP-DATA-CONCILIACAO   PIC 9(08).
