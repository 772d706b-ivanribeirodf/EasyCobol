      *-----------------------------------------------------------*
      * SNAPCAT.CPY                                               *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Layout do catalogo de snapshots dos arquivos de estado    *
      * (arquivo SNAPCAT, acrescentado pelo servico SNAPSVC). Por *
      * snapshot: um registro "S" de resumo (arquivo SNnnnnnnn    *
      * com o conteudo, data de negocio, data/hora, programa de   *
      * origem, operador, arquivos e registros) seguido de um     *
      * registro "A" por arquivo de estado (presente S/N,         *
      * registros e hash do conteudo). Cada verificacao (V) e     *
      * cada restauracao (R) do snapshot acrescenta um registro   *
      * de evento com data/hora, programa, operador, resultado    *
      * (O = ok, F = falha) e motivo. Snapshot que falha no meio  *
      * nao entra no catalogo.                                    *
      *-----------------------------------------------------------*
       01  SC-CATALOGO-REC.
           05 SC-SNAPSHOT-ID        PIC 9(07).
           05 SC-TIPO               PIC X(01).
               88 SC-RESUMO             VALUE "S".
               88 SC-DETALHE-ARQUIVO    VALUE "A".
               88 SC-VERIFICACAO        VALUE "V".
               88 SC-RESTAURACAO        VALUE "R".
           05 SC-DADOS              PIC X(80).
           05 SC-RESUMO-DADOS REDEFINES SC-DADOS.
               10 SC-ARQUIVO-SNAP   PIC X(09).
               10 SC-DATA-NEGOCIO   PIC 9(08).
               10 SC-DATA-EXECUCAO  PIC 9(08).
               10 SC-HORA-EXECUCAO  PIC 9(08).
               10 SC-ORIGEM         PIC X(08).
               10 SC-OPERADOR-ID    PIC X(08).
               10 SC-QTDE-ARQUIVOS  PIC 9(02).
               10 SC-QTDE-REGISTROS PIC 9(09).
               10 FILLER            PIC X(20).
           05 SC-ARQUIVO-DADOS REDEFINES SC-DADOS.
               10 SC-SEQ-ARQUIVO    PIC 9(02).
               10 SC-NOME-ARQUIVO   PIC X(10).
               10 SC-PRESENTE       PIC X(01).
                   88 SC-ARQUIVO-PRESENTE   VALUE "S".
                   88 SC-ARQUIVO-AUSENTE    VALUE "N".
               10 SC-QTDE-REG-ARQUIVO PIC 9(09).
               10 SC-HASH-ARQUIVO   PIC 9(18).
               10 FILLER            PIC X(40).
           05 SC-EVENTO-DADOS REDEFINES SC-DADOS.
               10 SC-DATA-EVENTO    PIC 9(08).
               10 SC-HORA-EVENTO    PIC 9(08).
               10 SC-ORIGEM-EVENTO  PIC X(08).
               10 SC-OPERADOR-EVENTO PIC X(08).
               10 SC-RESULTADO      PIC X(01).
                   88 SC-RESULTADO-OK       VALUE "O".
                   88 SC-RESULTADO-FALHA    VALUE "F".
               10 SC-MOTIVO         PIC X(47).
