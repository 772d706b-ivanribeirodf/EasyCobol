      *-----------------------------------------------------------*
      * RELATSVC.CPY                                              *
      * AUTHOR.    IVAN RIBEIRO.                                  *
      * Area de parametros do servico de arquivamento de          *
      * relatorios RELSVC (CALL "RELSVC" USING RS-PARAMETROS), no *
      * molde do ALRTSVC. O programa de relatorio chama o servico *
      * logo depois do CLOSE do arquivo de relatorio, informando  *
      * o nome logico do relatorio (RS-RELATORIO, ex. BALRPT), o  *
      * programa e o operador (em branco = operador do cartao     *
      * OPERCARD da cadeia, se houver). O servico copia o         *
      * relatorio para uma geracao nova e datada (arquivo         *
      * RGnnnnnnn, numerado pelo RGSEQCTL) e acrescenta a entrada *
      * no indice RELINDEX (RELINDEX.CPY) com a data de negocio   *
      * do DATAPROC, data/hora da execucao, operador e paginas.   *
      * O arquivo de relatorio original continua sendo            *
      * sobrescrito a cada execucao, como sempre foi. RS-RETORNO  *
      * "0" = arquivado, "E" = falha (so DISPLAY: o servico nunca *
      * derruba o chamador).                                      *
      *-----------------------------------------------------------*
       01  RS-PARAMETROS.
           05 RS-RELATORIO          PIC X(08).
           05 RS-PROGRAMA           PIC X(08).
           05 RS-OPERADOR-ID        PIC X(08).
           05 RS-GERACAO            PIC 9(07).
           05 RS-QTDE-PAGINAS       PIC 9(05).
           05 RS-RETORNO            PIC X(01).
               88 RS-RETORNO-OK         VALUE "0".
               88 RS-RETORNO-ERRO       VALUE "E".
