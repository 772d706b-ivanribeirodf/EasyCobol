      *-----------------------------------------------------------*
      * RELINDEX.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do indice do repositorio de relatorios (arquivo    *
      * RELINDEX, acrescentado pelo servico RELSVC, uma entrada   *
      * por geracao arquivada, em ordem de geracao). A geracao    *
      * RI-GERACAO e o arquivo RI-ARQUIVO com a copia integral do *
      * relatorio RI-RELATORIO emitido pelo programa RI-PROGRAMA  *
      * para a data de negocio RI-DATA-NEGOCIO, com data/hora da  *
      * execucao, operador, linhas e paginas (60 linhas por       *
      * pagina). Geracao expurgada pelo RELRET01 pela regra de    *
      * retencao (RELRETEN) fica no indice com situacao "E" e a   *
      * data do expurgo; o arquivo da geracao e apagado.          *
      *-----------------------------------------------------------*
       01  RI-INDICE-REC.
           05 RI-RELATORIO          PIC X(08).
           05 RI-DATA-NEGOCIO       PIC 9(08).
           05 RI-GERACAO            PIC 9(07).
           05 RI-ARQUIVO            PIC X(09).
           05 RI-PROGRAMA           PIC X(08).
           05 RI-DATA-EXECUCAO      PIC 9(08).
           05 RI-HORA-EXECUCAO      PIC 9(08).
           05 RI-OPERADOR-ID        PIC X(08).
           05 RI-QTDE-LINHAS        PIC 9(07).
           05 RI-QTDE-PAGINAS       PIC 9(05).
           05 RI-SITUACAO           PIC X(01).
               88 RI-GERACAO-ATIVA      VALUE "A".
               88 RI-GERACAO-EXPURGADA  VALUE "E".
           05 RI-DATA-EXPURGO       PIC 9(08).
